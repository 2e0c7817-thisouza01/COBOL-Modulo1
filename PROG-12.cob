           05 FD-CODIGO-VENDMST           PIC 9(4).
           05 FD-NOME-VENDMST             PIC X(20).
           05 FD-REGIAO-VENDMST           PIC X(10).
           05 FD-AGENCIA-VENDMST          PIC X(4).
           05 FD-CONTA-VENDMST            PIC 9(5).
       FD   ARQ-VENDTOT
            RECORDING MODE IS F.
       01  REG-VENDTOT.
