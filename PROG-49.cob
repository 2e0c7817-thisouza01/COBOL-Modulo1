           05 FD-CHAVE-QUOTREQ.
               10 FD-AGENCIA-QUOTREQ      PIC X(4).
               10 FD-CONTA-QUOTREQ        PIC 9(5).
               10 FD-CONTRATO-QUOTREQ     PIC 9(3).
           05 FD-DATA-QUOTREQ             PIC 9(8).
       FD   ARQ-EMPMST
            RECORDING MODE IS F.
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
                  'COTACOES DE QUITACAO ANTECIPADA'.
       01  WK-LINHA-CONTRATO.
           05 FILLER              PIC X(9)  VALUE 'CONTRATO '.
           05 WK-COT-CHAVE        PIC X(12).
           05 FILLER              PIC X(9)  VALUE ' COTACAO '.
           05 WK-COT-DATA         PIC 9(8).
           05 FILLER              PIC X(9)  VALUE ' METODO '.
