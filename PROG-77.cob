       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71977 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  CONVERSAO DO CADASTRO DE VENDEDORES - MIGRA O       *
      *  VENDMST PARA O LAYOUT COM AGENCIA E CONTA CORRENTE  *
      *  PROPRIA DO VENDEDOR. AS CONTAS INFORMADAS NO        *
      *  VENDCTA (OPCIONAL) SAO GRAVADAS NO CADASTRO; OS     *
      *  DEMAIS FICAM SEM CONTA E RECEBEM PELA REMESSA       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDMSTV ASSIGN TO VENDMSTV
               FILE STATUS IS WK-FS-VENDMSTV.
           SELECT ARQ-VENDCTA ASSIGN TO VENDCTA
               FILE STATUS IS WK-FS-VENDCTA.
           SELECT ARQ-VENDMST ASSIGN TO VENDMST
               FILE STATUS IS WK-FS-VENDMST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-VENDMSTV
            RECORDING MODE IS F.
       01  REG-VENDMSTV.
           05 FD-CODIGO-VENDMSTV          PIC 9(4).
           05 FD-NOME-VENDMSTV            PIC X(20).
           05 FD-REGIAO-VENDMSTV          PIC X(10).
       FD   ARQ-VENDCTA
            RECORDING MODE IS F.
       01  REG-VENDCTA.
           05 FD-CODIGO-VENDCTA           PIC 9(4).
           05 FD-AGENCIA-VENDCTA          PIC X(4).
           05 FD-CONTA-VENDCTA            PIC 9(5).
       FD   ARQ-VENDMST
            RECORDING MODE IS F.
       01  REG-VENDMST.
           05 FD-CODIGO-VENDMST           PIC 9(4).
           05 FD-NOME-VENDMST             PIC X(20).
           05 FD-REGIAO-VENDMST           PIC X(10).
           05 FD-AGENCIA-VENDMST          PIC X(4).
           05 FD-CONTA-VENDMST            PIC 9(5).
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDMSTV     PIC XX            VALUE SPACES.
       77  WK-FS-VENDCTA      PIC XX            VALUE SPACES.
       77  WK-FS-VENDMST      PIC XX            VALUE SPACES.
       77  WK-VEN-LIDOS       PIC 9(9)          VALUE ZEROS.
       77  WK-VEN-GRAVADOS    PIC 9(9)          VALUE ZEROS.
       77  WK-VEN-COM-CONTA   PIC 9(9)          VALUE ZEROS.
       77  WK-QTD-VENDCTA     PIC 99            VALUE ZEROS.
       01  TABELA-VENDCTA.
           03 VCT-ENTRY OCCURS 50 TIMES INDEXED BY IDX-VCT.
               05 TAB-VCT-CODIGO          PIC 9(4)     VALUE ZEROS.
               05 TAB-VCT-AGENCIA         PIC X(4)     VALUE SPACES.
               05 TAB-VCT-CONTA           PIC 9(5)     VALUE ZEROS.
               05 TAB-VCT-USADO           PIC X        VALUE 'N'.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71977'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONVERTER-VENDMST UNTIL WK-FS-VENDMSTV = '10'.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 102-CARREGAR-VENDCTA.
           OPEN INPUT ARQ-VENDMSTV.
           EVALUATE WK-FS-VENDMSTV
               WHEN '00'
                   PERFORM 301-LER-VENDMSTV
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDMSTV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMSTV
                           ' O COMANDO OPEN VENDMSTV'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMSTV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMSTV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-VENDMST.
           EVALUATE WK-FS-VENDMST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMST
                           ' O COMANDO OPEN VENDMST'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMST'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMST TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-VENDCTA.
           OPEN INPUT ARQ-VENDCTA.
           EVALUATE WK-FS-VENDCTA
               WHEN '00'
                   PERFORM 302-LER-VENDCTA
                   PERFORM 103-GUARDAR-VENDCTA
                       UNTIL WK-FS-VENDCTA = '10'
                   CLOSE ARQ-VENDCTA
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDCTA NAO ENCONTRADO - '
                           'VENDEDORES CONVERTIDOS SEM CONTA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDCTA
                           ' O COMANDO OPEN VENDCTA'
                   MOVE '102-CARREGAR-VENDCTA' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDCTA'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDCTA          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       103-GUARDAR-VENDCTA.
           IF WK-QTD-VENDCTA NOT < 50
               DISPLAY 'TABELA VENDCTA CHEIA - CONTA DO VENDEDOR '
                       FD-CODIGO-VENDCTA ' IGNORADA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VENDCTA
               SET IDX-VCT TO WK-QTD-VENDCTA
               MOVE FD-CODIGO-VENDCTA  TO TAB-VCT-CODIGO(IDX-VCT)
               MOVE FD-AGENCIA-VENDCTA TO TAB-VCT-AGENCIA(IDX-VCT)
               MOVE FD-CONTA-VENDCTA   TO TAB-VCT-CONTA(IDX-VCT)
               MOVE 'N'                TO TAB-VCT-USADO(IDX-VCT)
           END-IF.
           PERFORM 302-LER-VENDCTA.
      *******************************************************
       200-PROCESSAR SECTION.
       201-CONVERTER-VENDMST.
           MOVE FD-CODIGO-VENDMSTV TO FD-CODIGO-VENDMST.
           MOVE FD-NOME-VENDMSTV   TO FD-NOME-VENDMST.
           MOVE FD-REGIAO-VENDMSTV TO FD-REGIAO-VENDMST.
           MOVE SPACES             TO FD-AGENCIA-VENDMST.
           MOVE ZEROS              TO FD-CONTA-VENDMST.
           IF WK-QTD-VENDCTA NOT EQUAL ZEROS
               SET IDX-VCT TO 1
               SEARCH VCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-VCT > WK-QTD-VENDCTA
                       CONTINUE
                   WHEN TAB-VCT-CODIGO(IDX-VCT)
                            EQUAL FD-CODIGO-VENDMSTV
                       MOVE TAB-VCT-AGENCIA(IDX-VCT)
                            TO FD-AGENCIA-VENDMST
                       MOVE TAB-VCT-CONTA(IDX-VCT)
                            TO FD-CONTA-VENDMST
                       MOVE 'S' TO TAB-VCT-USADO(IDX-VCT)
                       ADD 1 TO WK-VEN-COM-CONTA
               END-SEARCH
           END-IF.
           WRITE REG-VENDMST.
           IF WK-FS-VENDMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-VENDMST
                       ' O COMANDO WRITE VENDMST'
               MOVE '201-CONVERTER-VENDMST' TO WK-ERRO-PARAGRAFO
               MOVE 'VENDMST'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-VENDMST           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-VEN-GRAVADOS.
           PERFORM 301-LER-VENDMSTV.
      *******************************************************
       300-LER SECTION.
       301-LER-VENDMSTV.
           READ ARQ-VENDMSTV.
           EVALUATE WK-FS-VENDMSTV
               WHEN '00'
                   ADD 1 TO WK-VEN-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMSTV
                           ' O COMANDO READ VENDMSTV'
                   MOVE '301-LER-VENDMSTV' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMSTV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMSTV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-VENDCTA.
           READ ARQ-VENDCTA.
           EVALUATE WK-FS-VENDCTA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDCTA
                           ' O COMANDO READ VENDCTA'
                   MOVE '302-LER-VENDCTA' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDCTA'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDCTA     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-VENDMSTV.
           CLOSE ARQ-VENDMST.
           IF WK-FS-VENDMST NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-VENDMST
                       ' NO COMANDO CLOSE VENDMST'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'VENDMST'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-VENDMST   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-QTD-VENDCTA NOT EQUAL ZEROS
               PERFORM 902-CONFERIR-VENDCTA
                   VARYING IDX-VCT FROM 1 BY 1
                   UNTIL IDX-VCT > WK-QTD-VENDCTA
           END-IF.
           DISPLAY '--- CONVERSAO DO CADASTRO DE VENDEDORES ---'.
           DISPLAY 'VENDMST  LIDOS ' WK-VEN-LIDOS
                   ' GRAVADOS ' WK-VEN-GRAVADOS
                   ' COM CONTA ' WK-VEN-COM-CONTA.
           IF WK-VEN-LIDOS NOT EQUAL WK-VEN-GRAVADOS
               DISPLAY 'CONVERSAO COM DIFERENCA - NAO PROMOVER O '
                       'ARQUIVO CONVERTIDO'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSAO CONFERIDA'
           END-IF.
       902-CONFERIR-VENDCTA.
           IF TAB-VCT-USADO(IDX-VCT) EQUAL 'N'
               DISPLAY 'VENDCTA SEM VENDEDOR NO CADASTRO: '
                       TAB-VCT-CODIGO(IDX-VCT)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
