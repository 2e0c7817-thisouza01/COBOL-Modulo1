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
       FD   ARQ-RENEG
            RECORDING MODE IS F.
       01  REG-RENEG.
           05 FD-CHAVE-RENEG.
               10 FD-AGENCIA-RENEG        PIC X(4).
               10 FD-CONTA-RENEG          PIC 9(5).
               10 FD-CONTRATO-RENEG       PIC 9(3).
           05 FD-PRAZO-RENEG              PIC 9(3).
           05 FD-TAXA-RENEG               PIC 9V99.
           05 FD-ATRASO-RENEG             PIC 9(7)V99.
           05 FD-CHAVE-EMPMSTN.
               10 FD-AGENCIA-EMPMSTN      PIC X(4).
               10 FD-CONTA-EMPMSTN        PIC 9(5).
               10 FD-CONTRATO-EMPMSTN     PIC 9(3).
           05 FD-DIVIDA-EMPMSTN           PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMSTN        PIC 9(5)V99.
           05 FD-TAXA-EMPMSTN             PIC 9V99.
           05 FD-DATA-INICIO-EMPMSTN      PIC 9(8).
           05 FD-PRAZO-EMPMSTN            PIC 9(3).
           05 FD-METODO-EMPMSTN           PIC X.
           05 FD-INDEXADOR-EMPMSTN        PIC X(4).
           05 FD-SPREAD-EMPMSTN           PIC 9V99.
           05 FD-PERIODO-REAJ-EMPMSTN     PIC 99.
           05 FD-DATA-REAJ-EMPMSTN        PIC 9(8).
           05 FD-CET-MES-EMPMSTN          PIC 99V9999.
           05 FD-CET-ANO-EMPMSTN          PIC 9(4)V99.
       FD   ARQ-RENHIST
            RECORDING MODE IS F.
       01  REG-RENHIST.
           05 FD-CHAVE-RENHIST            PIC X(12).
           05 FD-DATA-RENHIST             PIC 9(8).
           05 FD-DIVIDA-ANT-RENHIST       PIC 9(7)V99.
           05 FD-PRESTACAO-ANT-RENHIST    PIC 9(5)V99.
                  'RENEGOCIACAO DE CONTRATOS'.
       01  WK-LINHA-CONTRATO.
           05 FILLER              PIC X(9)  VALUE 'CONTRATO '.
           05 WK-REN-CHAVE        PIC X(12).
           05 FILLER              PIC X(8)  VALUE ' DIVIDA '.
           05 WK-REN-DIVIDA       PIC Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X(7)  VALUE ' PREST '.
           05 WK-REN-PRESTACAO    PIC ZZ.ZZ9,99.
