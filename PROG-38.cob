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
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
                   CONTINUE
               WHEN TAB-XRF-TIPO(IDX-XRF) EQUAL 'E'
                    AND TAB-XRF-CHAVE(IDX-XRF)
                        EQUAL FD-CHAVE-EMPMST(1:9)
                   MOVE 'S' TO WK-CPF-ACHADO
                   MOVE TAB-XRF-CPF(IDX-XRF) TO WK-CPF-TRABALHO
           END-SEARCH.
