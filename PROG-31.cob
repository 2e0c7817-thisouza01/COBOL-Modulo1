           05 FD-CHAVE-EMPMST.
               10 FD-AGENCIA-EMPMST       PIC X(4).
               10 FD-CONTA-EMPMST         PIC 9(5).
               10 FD-CONTRATO-EMPMST      PIC 9(3).
           05 FD-DIVIDA-EMPMST            PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMST         PIC 9(5)V99.
           05 FD-TAXA-EMPMST              PIC 9V99.
           05 FD-DATA-INICIO-EMPMST       PIC 9(8).
           05 FD-PRAZO-EMPMST             PIC 9(3).
           05 FD-METODO-EMPMST            PIC X.
           05 FD-INDEXADOR-EMPMST         PIC X(4).
           05 FD-SPREAD-EMPMST            PIC 9V99.
           05 FD-PERIODO-REAJ-EMPMST      PIC 99.
           05 FD-DATA-REAJ-EMPMST         PIC 9(8).
           05 FD-CET-MES-EMPMST           PIC 99V9999.
           05 FD-CET-ANO-EMPMST           PIC 9(4)V99.
       FD   ARQ-PAGTOS
            RECORDING MODE IS F.
       01  REG-PAGTOS.
           05 FD-CHAVE-PAGTOS.
               10 FD-AGENCIA-PAGTOS       PIC X(4).
               10 FD-CONTA-PAGTOS         PIC 9(5).
               10 FD-CONTRATO-PAGTOS      PIC 9(3).
           05 FD-DATA-PAGTOS              PIC 9(8).
           05 FD-VALOR-PAGTOS             PIC 9(5)V99.
       FD   ARQ-RELATORIO
           05 FD-CHAVE-ATRASOS.
               10 FD-AGENCIA-ATRASOS      PIC X(4).
               10 FD-CONTA-ATRASOS        PIC 9(5).
               10 FD-CONTRATO-ATRASOS     PIC 9(3).
           05 FD-DIVIDA-ATRASOS           PIC 9(7)V99.
           05 FD-DIAS-ATRASOS             PIC 9(5).
           05 FD-ATR-30-ATRASOS           PIC 9(7)V99.
           05 FILLER              PIC X(45) VALUE
                  'ENVELHECIMENTO DE PRESTACOES EM ATRASO'.
       01  WK-LINHA-CONTRATO.
           05 WK-CON-CHAVE        PIC X(12).
           05 FILLER              PIC X(3)  VALUE ' D '.
           05 WK-CON-DEVIDAS      PIC ZZ9.
           05 FILLER              PIC X(3)  VALUE ' P '.
