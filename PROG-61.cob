       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71961 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  BAIXA AUTOMATICA DAS PRESTACOES DE EMPRESTIMO -     *
      *  CONFRONTA A COBRANCA DO CICLO (LANCFAT) COM O       *
      *  EXTRATO E OS REJEITADOS DA BALANCE LINE, INCLUI AS  *
      *  PRESTACOES DEBITADAS NO PAGTOS E RELACIONA AS       *
      *  COBRADAS E NAO RECEBIDAS                            *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCFAT ASSIGN TO LANCFAT
               FILE STATUS IS WK-FS-LANCFAT.
           SELECT ARQ-EXTRATO ASSIGN TO EXTRATO
               FILE STATUS IS WK-FS-EXTRATO.
           SELECT ARQ-REJEITADOS ASSIGN TO REJEITADOS
               FILE STATUS IS WK-FS-REJEITADOS.
           SELECT ARQ-PAGTOS ASSIGN TO PAGTOS
               FILE STATUS IS WK-FS-PAGTOS.
           SELECT ARQ-PAGTOSN ASSIGN TO PAGTOSN
               FILE STATUS IS WK-FS-PAGTOSN.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-LANCFAT
            RECORDING MODE IS F.
       01  REG-LANCFAT.
           05 FD-CHAVE-LANCFAT.
               10 FD-AGENCIA-LANCFAT      PIC X(4).
               10 FD-CONTA-LANCFAT        PIC 9(5).
           05 FD-DOC-LANCFAT              PIC 9(4).
           05 FD-TIPO-LANCFAT             PIC A.
           05 FD-VALOR-LANCFAT            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCFAT      PIC X.
           05 FD-MOEDA-LANCFAT            PIC XX.
           05 FD-DATA-LANCFAT             PIC 9(8).
       01  REG-LANCFAT-TRAILER REDEFINES REG-LANCFAT.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-EXTRATO
            RECORDING MODE IS F.
       01  REG-EXTRATO.
           05 FD-CHAVE-EXTRATO.
               10 FD-AGENCIA-EXTRATO      PIC X(4).
               10 FD-CONTA-EXTRATO        PIC 9(5).
           05 FD-DOC-EXTRATO              PIC 9(4).
           05 FD-TIPO-EXTRATO             PIC A.
           05 FD-VALOR-EXTRATO            PIC 9(6)V99.
           05 FD-SALDO-ANTES-EXTRATO      PIC S9(6)V99.
           05 FD-SALDO-DEPOIS-EXTRATO     PIC S9(6)V99.
           05 FD-DATA-EXTRATO             PIC 9(8).
       FD   ARQ-REJEITADOS
            RECORDING MODE IS F.
       01  REG-REJEITADOS.
           05 FD-CHAVE-REJEITADOS.
               10 FD-AGENCIA-REJEITADOS   PIC X(4).
               10 FD-CONTA-REJEITADOS     PIC 9(5).
           05 FD-DOC-REJEITADOS           PIC 9(4).
           05 FD-TIPO-REJEITADOS          PIC A.
           05 FD-VALOR-REJEITADOS         PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-REJEITADOS   PIC X.
           05 FD-MOEDA-REJEITADOS         PIC XX.
           05 FD-DATA-REJEITADOS          PIC 9(8).
           05 FD-MOTIVO-REJEITADOS        PIC XX.
       FD   ARQ-PAGTOS
            RECORDING MODE IS F.
       01  REG-PAGTOS.
           05 FD-CHAVE-PAGTOS.
               10 FD-AGENCIA-PAGTOS       PIC X(4).
               10 FD-CONTA-PAGTOS         PIC 9(5).
               10 FD-CONTRATO-PAGTOS      PIC 9(3).
           05 FD-DATA-PAGTOS              PIC 9(8).
           05 FD-VALOR-PAGTOS             PIC 9(5)V99.
       FD   ARQ-PAGTOSN
            RECORDING MODE IS F.
       01  REG-PAGTOSN.
           05 FD-CHAVE-PAGTOSN.
               10 FD-AGENCIA-PAGTOSN      PIC X(4).
               10 FD-CONTA-PAGTOSN        PIC 9(5).
               10 FD-CONTRATO-PAGTOSN     PIC 9(3).
           05 FD-DATA-PAGTOSN             PIC 9(8).
           05 FD-VALOR-PAGTOSN            PIC 9(5)V99.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCFAT      PIC XX            VALUE SPACES.
       77  WK-FS-EXTRATO      PIC XX            VALUE SPACES.
       77  WK-FS-REJEITADOS   PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOS       PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOSN      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DOC-COBRANCA    PIC 9(4)          VALUE 9900.
       77  WK-DOC-COBRANCA-MAX PIC 9(4)         VALUE 9998.
       77  WK-ORIGEM-COBRANCA PIC X             VALUE 'P'.
       77  WK-QTD-COBRANCAS   PIC 9(4)          VALUE ZEROS.
       77  WK-TRAILER-LIDO    PIC X             VALUE 'N'.
       77  WK-COBRANCA-ACHADA PIC X             VALUE 'N'.
       77  WK-PAGTO-EXISTENTE PIC X             VALUE 'N'.
       77  WK-CONTADOR-COBRADAS PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-COBRADAS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-CONTADOR-PAGAS  PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-PAGAS      PIC 9(9)V99       VALUE ZEROS.
       77  WK-CONTADOR-SEM-SALDO PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-OUTROS PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-AUSENTES PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-NAO-RECEBIDAS PIC 9(9)V99    VALUE ZEROS.
       77  WK-CONTADOR-JA-BAIXADAS PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-PAGTOS-ANT PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-PAGTOS-NOV PIC 9(9)      VALUE ZEROS.
       01  TABELA-COBRANCA.
           03 FAT-ENTRY OCCURS 1000 TIMES INDEXED BY IDX-FAT.
               05 TAB-FAT-CHAVE.
                   10 TAB-FAT-CONTA       PIC X(9)     VALUE SPACES.
                   10 TAB-FAT-CONTRATO    PIC 9(3)     VALUE ZEROS.
               05 TAB-FAT-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-FAT-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-FAT-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-FAT-SITUACAO        PIC X        VALUE 'A'.
               05 TAB-FAT-MOTIVO          PIC XX       VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'PRESTACOES COBRADAS E NAO RECEBIDAS'.
       01  WK-LINHA-EXCECAO.
           05 WK-EXC-CHAVE        PIC X(12).
           05 FILLER              PIC X(5)  VALUE ' DOC '.
           05 WK-EXC-DOC          PIC 9(4).
           05 FILLER              PIC X(7)  VALUE ' VALOR '.
           05 WK-EXC-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXC-TEXTO        PIC X(30).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-LINHA-SOMA.
           05 WK-SOM-ROTULO       PIC X(28).
           05 WK-SOM-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71961'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONFERIR-EXTRATO UNTIL WK-FS-EXTRATO = '10'.
           PERFORM 203-CONFERIR-REJEITADOS
               UNTIL WK-FS-REJEITADOS = '10'.
           PERFORM 205-ATUALIZAR-PAGTOS.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-CARREGAR-COBRANCA.
           OPEN INPUT ARQ-EXTRATO.
           EVALUATE WK-FS-EXTRATO
               WHEN '00'
                   PERFORM 302-LER-EXTRATO
               WHEN '35'
                   DISPLAY 'ARQUIVO EXTRATO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EXTRATO
                           ' O COMANDO OPEN EXTRATO'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'EXTRATO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EXTRATO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   PERFORM 303-LER-REJEITADOS
               WHEN '35'
                   DISPLAY 'ARQUIVO REJEITADOS NAO ENCONTRADO - '
                           'NENHUMA COBRANCA RECUSADA'
                   MOVE '10' TO WK-FS-REJEITADOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO OPEN REJEITADOS'
                   MOVE '101-INICIAR'    TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   PERFORM 304-LER-PAGTOS
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGTOS NAO ENCONTRADO - '
                           'INICIANDO UM NOVO ARQUIVO'
                   MOVE '10' TO WK-FS-PAGTOS
                   MOVE HIGH-VALUES TO FD-CHAVE-PAGTOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO OPEN PAGTOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-PAGTOSN.
           EVALUATE WK-FS-PAGTOSN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOSN
                           ' O COMANDO OPEN PAGTOSN'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOSN'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOSN TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 209-GRAVAR-RELATORIO
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'   TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-COBRANCA.
           OPEN INPUT ARQ-LANCFAT.
           EVALUATE WK-FS-LANCFAT
               WHEN '00'
                   PERFORM 301-LER-LANCFAT
                   PERFORM 103-GUARDAR-COBRANCA
                       UNTIL WK-FS-LANCFAT = '10'
                   CLOSE ARQ-LANCFAT
               WHEN '35'
                   DISPLAY 'ARQUIVO LANCFAT NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCFAT
                           ' O COMANDO OPEN LANCFAT'
                   MOVE '102-CARREGAR-COBRANCA' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCFAT'               TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCFAT           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-TRAILER-LIDO NOT EQUAL 'S'
               DISPLAY 'TRAILER AUSENTE NO ARQUIVO LANCFAT'
               MOVE 8 TO RETURN-CODE
           END-IF.
       103-GUARDAR-COBRANCA.
           EVALUATE TRUE
               WHEN FD-TRAILER-TIPO EQUAL 'T'
                   MOVE 'S' TO WK-TRAILER-LIDO
                   PERFORM 104-CONFERIR-TRAILER
               WHEN FD-TIPO-ORIGEM-LANCFAT NOT EQUAL WK-ORIGEM-COBRANCA
                   CONTINUE
               WHEN WK-QTD-COBRANCAS NOT < 1000
                   DISPLAY 'TABELA DE COBRANCAS CHEIA - PRESTACAO '
                           'IGNORADA NA CONTA ' FD-CHAVE-LANCFAT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WK-QTD-COBRANCAS
                   SET IDX-FAT TO WK-QTD-COBRANCAS
                   MOVE FD-CHAVE-LANCFAT TO TAB-FAT-CONTA(IDX-FAT)
                   COMPUTE TAB-FAT-CONTRATO(IDX-FAT) =
                           FD-DOC-LANCFAT - WK-DOC-COBRANCA
                   MOVE FD-DOC-LANCFAT   TO TAB-FAT-DOC(IDX-FAT)
                   MOVE FD-VALOR-LANCFAT TO TAB-FAT-VALOR(IDX-FAT)
                   MOVE ZEROS            TO TAB-FAT-DATA(IDX-FAT)
                   MOVE 'A'              TO TAB-FAT-SITUACAO(IDX-FAT)
                   MOVE SPACES           TO TAB-FAT-MOTIVO(IDX-FAT)
                   ADD 1 TO WK-CONTADOR-COBRADAS
                   ADD FD-VALOR-LANCFAT TO WK-SOMA-COBRADAS
           END-EVALUATE.
           PERFORM 301-LER-LANCFAT.
       104-CONFERIR-TRAILER.
           IF FD-TRAILER-QTDE NOT EQUAL WK-CONTADOR-COBRADAS
              OR FD-TRAILER-SOMA NOT EQUAL WK-SOMA-COBRADAS
               DISPLAY 'TRAILER DO LANCFAT NAO CONFERE - QTDE '
                       FD-TRAILER-QTDE ' LIDOS '
                       WK-CONTADOR-COBRADAS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-CONFERIR-EXTRATO.
           IF FD-TIPO-EXTRATO EQUAL 'D'
               AND FD-DOC-EXTRATO > WK-DOC-COBRANCA
               AND FD-DOC-EXTRATO NOT > WK-DOC-COBRANCA-MAX
               PERFORM 202-LOCALIZAR-EXTRATO
               IF WK-COBRANCA-ACHADA EQUAL 'S'
                   MOVE 'P' TO TAB-FAT-SITUACAO(IDX-FAT)
                   MOVE FD-DATA-EXTRATO TO TAB-FAT-DATA(IDX-FAT)
                   ADD 1 TO WK-CONTADOR-PAGAS
                   ADD FD-VALOR-EXTRATO TO WK-SOMA-PAGAS
               ELSE
                   DISPLAY 'DEBITO DE PRESTACAO SEM COBRANCA NO '
                           'CICLO: ' FD-CHAVE-EXTRATO
               END-IF
           END-IF.
           PERFORM 302-LER-EXTRATO.
       202-LOCALIZAR-EXTRATO.
           MOVE 'N' TO WK-COBRANCA-ACHADA.
           IF WK-QTD-COBRANCAS NOT EQUAL ZEROS
               SET IDX-FAT TO 1
               SEARCH FAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-FAT > WK-QTD-COBRANCAS
                       CONTINUE
                   WHEN TAB-FAT-CONTA(IDX-FAT) EQUAL FD-CHAVE-EXTRATO
                        AND TAB-FAT-DOC(IDX-FAT) EQUAL FD-DOC-EXTRATO
                        AND TAB-FAT-VALOR(IDX-FAT)
                            EQUAL FD-VALOR-EXTRATO
                        AND TAB-FAT-SITUACAO(IDX-FAT) EQUAL 'A'
                       MOVE 'S' TO WK-COBRANCA-ACHADA
               END-SEARCH
           END-IF.
       203-CONFERIR-REJEITADOS.
           IF FD-TIPO-REJEITADOS EQUAL 'D'
               AND FD-TIPO-ORIGEM-REJEITADOS EQUAL WK-ORIGEM-COBRANCA
               PERFORM 204-LOCALIZAR-REJEITADO
               IF WK-COBRANCA-ACHADA EQUAL 'S'
                   MOVE 'R' TO TAB-FAT-SITUACAO(IDX-FAT)
                   MOVE FD-MOTIVO-REJEITADOS
                        TO TAB-FAT-MOTIVO(IDX-FAT)
               END-IF
           END-IF.
           PERFORM 303-LER-REJEITADOS.
       204-LOCALIZAR-REJEITADO.
           MOVE 'N' TO WK-COBRANCA-ACHADA.
           IF WK-QTD-COBRANCAS NOT EQUAL ZEROS
               SET IDX-FAT TO 1
               SEARCH FAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-FAT > WK-QTD-COBRANCAS
                       CONTINUE
                   WHEN TAB-FAT-CONTA(IDX-FAT)
                            EQUAL FD-CHAVE-REJEITADOS
                        AND TAB-FAT-DOC(IDX-FAT)
                            EQUAL FD-DOC-REJEITADOS
                        AND TAB-FAT-VALOR(IDX-FAT)
                            EQUAL FD-VALOR-REJEITADOS
                        AND TAB-FAT-SITUACAO(IDX-FAT) EQUAL 'A'
                       MOVE 'S' TO WK-COBRANCA-ACHADA
               END-SEARCH
           END-IF.
      *
      *    INTERCALA O PAGTOS ANTERIOR (EM ORDEM DE CHAVE) COM AS
      *    PRESTACOES BAIXADAS, QUE VEM NA ORDEM DO EMPMST
      *
       205-ATUALIZAR-PAGTOS.
           PERFORM 206-TRATAR-COBRANCA
               VARYING IDX-FAT FROM 1 BY 1
               UNTIL IDX-FAT > WK-QTD-COBRANCAS.
           PERFORM 207-COPIAR-PAGTO
               UNTIL FD-CHAVE-PAGTOS EQUAL HIGH-VALUES.
       206-TRATAR-COBRANCA.
           IF TAB-FAT-SITUACAO(IDX-FAT) EQUAL 'P'
               PERFORM 207-COPIAR-PAGTO
                   UNTIL FD-CHAVE-PAGTOS NOT < TAB-FAT-CHAVE(IDX-FAT)
               MOVE 'N' TO WK-PAGTO-EXISTENTE
               PERFORM 208-COMPARAR-PAGTO
                   UNTIL FD-CHAVE-PAGTOS NOT EQUAL
                         TAB-FAT-CHAVE(IDX-FAT)
               IF WK-PAGTO-EXISTENTE EQUAL 'S'
                   ADD 1 TO WK-CONTADOR-JA-BAIXADAS
                   DISPLAY 'PRESTACAO JA BAIXADA NO PAGTOS: '
                           TAB-FAT-CHAVE(IDX-FAT)
               ELSE
                   MOVE TAB-FAT-CHAVE(IDX-FAT) TO FD-CHAVE-PAGTOSN
                   MOVE TAB-FAT-DATA(IDX-FAT)  TO FD-DATA-PAGTOSN
                   MOVE TAB-FAT-VALOR(IDX-FAT) TO FD-VALOR-PAGTOSN
                   PERFORM 210-GRAVAR-PAGTOSN
                   ADD 1 TO WK-CONTADOR-PAGTOS-NOV
               END-IF
           ELSE
               PERFORM 211-GRAVAR-EXCECAO
           END-IF.
       207-COPIAR-PAGTO.
           MOVE REG-PAGTOS TO REG-PAGTOSN.
           PERFORM 210-GRAVAR-PAGTOSN.
           ADD 1 TO WK-CONTADOR-PAGTOS-ANT.
           PERFORM 304-LER-PAGTOS.
       208-COMPARAR-PAGTO.
           IF FD-DATA-PAGTOS EQUAL TAB-FAT-DATA(IDX-FAT)
               AND FD-VALOR-PAGTOS EQUAL TAB-FAT-VALOR(IDX-FAT)
               MOVE 'S' TO WK-PAGTO-EXISTENTE
           END-IF.
           PERFORM 207-COPIAR-PAGTO.
       209-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '209-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       210-GRAVAR-PAGTOSN.
           WRITE REG-PAGTOSN.
           IF WK-FS-PAGTOSN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-PAGTOSN
                       ' O COMANDO WRITE PAGTOSN'
               MOVE '210-GRAVAR-PAGTOSN' TO WK-ERRO-PARAGRAFO
               MOVE 'PAGTOSN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PAGTOSN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       211-GRAVAR-EXCECAO.
           EVALUATE TRUE
               WHEN TAB-FAT-SITUACAO(IDX-FAT) EQUAL 'R'
                    AND TAB-FAT-MOTIVO(IDX-FAT) EQUAL '03'
                   ADD 1 TO WK-CONTADOR-SEM-SALDO
                   MOVE 'SALDO INSUFICIENTE (MOTIVO 03)'
                        TO WK-EXC-TEXTO
               WHEN TAB-FAT-SITUACAO(IDX-FAT) EQUAL 'R'
                   ADD 1 TO WK-CONTADOR-OUTROS
                   MOVE SPACES TO WK-EXC-TEXTO
                   STRING 'REJEITADA - MOTIVO '
                          TAB-FAT-MOTIVO(IDX-FAT)
                          DELIMITED BY SIZE INTO WK-EXC-TEXTO
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-AUSENTES
                   MOVE 'NAO PROCESSADA NA BALANCE LINE'
                        TO WK-EXC-TEXTO
           END-EVALUATE.
           ADD TAB-FAT-VALOR(IDX-FAT) TO WK-SOMA-NAO-RECEBIDAS.
           MOVE TAB-FAT-CHAVE(IDX-FAT) TO WK-EXC-CHAVE.
           MOVE TAB-FAT-DOC(IDX-FAT)   TO WK-EXC-DOC.
           MOVE TAB-FAT-VALOR(IDX-FAT) TO WK-EXC-VALOR.
           MOVE WK-LINHA-EXCECAO       TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
      *******************************************************
       300-LER SECTION.
       301-LER-LANCFAT.
           READ ARQ-LANCFAT.
           EVALUATE WK-FS-LANCFAT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCFAT
                           ' O COMANDO READ LANCFAT'
                   MOVE '301-LER-LANCFAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCFAT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCFAT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-EXTRATO.
           READ ARQ-EXTRATO.
           EVALUATE WK-FS-EXTRATO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EXTRATO
                           ' O COMANDO READ EXTRATO'
                   MOVE '302-LER-EXTRATO' TO WK-ERRO-PARAGRAFO
                   MOVE 'EXTRATO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EXTRATO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-REJEITADOS.
           READ ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO READ REJEITADOS'
                   MOVE '303-LER-REJEITADOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-PAGTOS.
           READ ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-PAGTOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO READ PAGTOS'
                   MOVE '304-LER-PAGTOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'PRESTACOES COBRADAS      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-COBRADAS          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'PRESTACOES RECEBIDAS     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-PAGAS             TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'SEM SALDO (MOTIVO 03)    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-SALDO         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'REJEITADAS OUTROS MOTIVOS= ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-OUTROS            TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'NAO PROCESSADAS          = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AUSENTES          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'VALOR COBRADO            = ' TO WK-SOM-ROTULO.
           MOVE WK-SOMA-COBRADAS              TO WK-SOM-VALOR.
           MOVE WK-LINHA-SOMA                 TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'VALOR RECEBIDO           = ' TO WK-SOM-ROTULO.
           MOVE WK-SOMA-PAGAS                 TO WK-SOM-VALOR.
           MOVE WK-LINHA-SOMA                 TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'VALOR NAO RECEBIDO       = ' TO WK-SOM-ROTULO.
           MOVE WK-SOMA-NAO-RECEBIDAS         TO WK-SOM-VALOR.
           MOVE WK-LINHA-SOMA                 TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           CLOSE ARQ-EXTRATO.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-PAGTOS.
           CLOSE ARQ-PAGTOSN.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-PAGTOSN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-PAGTOSN
                       ' NO COMANDO CLOSE PAGTOSN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'PAGTOSN'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PAGTOSN   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-CONTADOR-SEM-SALDO NOT EQUAL ZEROS
               OR WK-CONTADOR-OUTROS NOT EQUAL ZEROS
               OR WK-CONTADOR-AUSENTES NOT EQUAL ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'BAIXA DE PRESTACOES CONCLUIDA - RECEBIDAS '
                   WK-CONTADOR-PAGAS ' INCLUIDAS NO PAGTOS '
                   WK-CONTADOR-PAGTOS-NOV ' NAO RECEBIDAS '
                   WK-CONTADOR-SEM-SALDO ' + ' WK-CONTADOR-OUTROS
                   ' + ' WK-CONTADOR-AUSENTES.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
