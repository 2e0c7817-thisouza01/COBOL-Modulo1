       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71988 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  EXPANSAO DAS TRANSFERENCIAS PARA OUTROS BANCOS      *
      *  (DOC/TED) - CRITICA O BANCO E A AGENCIA DE DESTINO  *
      *  PELA TABELA BANCMAP E GERA O DEBITO DO CLIENTE NO   *
      *  LAYOUT LANCAM PARA A BALANCE LINE                   *
      *  AS SOLICITACOES ACEITAS FICAM NO TEDPEND ATE A      *
      *  REMESSA (EAD71989); AS RECUSADAS VAO PARA O SUSPTED *
      *  LOTE LANCTED REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TEDSOL ASSIGN TO TEDSOL
               FILE STATUS IS WK-FS-TEDSOL.
           SELECT ARQ-BANCMAP ASSIGN TO BANCMAP
               FILE STATUS IS WK-FS-BANCMAP.
           SELECT ARQ-LANCTED ASSIGN TO LANCTED
               FILE STATUS IS WK-FS-LANCTED.
           SELECT ARQ-TEDPEND ASSIGN TO TEDPEND
               FILE STATUS IS WK-FS-TEDPEND.
           SELECT ARQ-SUSPTED ASSIGN TO SUSPTED
               FILE STATUS IS WK-FS-SUSPTED.
           SELECT ARQ-CLASSTED ASSIGN TO CLASSTED.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TEDSOL
            RECORDING MODE IS F.
       01  REG-TEDSOL.
           05 FD-CHAVE-TEDSOL.
               10 FD-AGENCIA-TEDSOL       PIC X(4).
               10 FD-CONTA-TEDSOL         PIC 9(5).
           05 FD-DOC-TEDSOL               PIC 9(4).
           05 FD-MODALIDADE-TEDSOL        PIC X(3).
           05 FD-BANCO-DEST-TEDSOL        PIC 9(3).
           05 FD-AGENCIA-DEST-TEDSOL      PIC X(6).
           05 FD-CONTA-DEST-TEDSOL        PIC 9(10).
           05 FD-VALOR-TEDSOL             PIC 9(6)V99.
           05 FD-DATA-TEDSOL              PIC 9(8).
       FD   ARQ-BANCMAP
            RECORDING MODE IS F.
       01  REG-BANCMAP.
           05 FD-BANCO-MAP                PIC 9(3).
           05 FD-AGENCIA-EXT-MAP          PIC X(6).
           05 FD-CONTA-EXT-MAP            PIC 9(10).
           05 FD-AGENCIA-INT-MAP          PIC X(4).
           05 FD-CONTA-INT-MAP            PIC 9(5).
       FD   ARQ-LANCTED
            RECORDING MODE IS F.
       01  REG-LANCTED.
           05 FD-CHAVE-LANCTED.
               10 FD-AGENCIA-LANCTED      PIC X(4).
               10 FD-CONTA-LANCTED        PIC 9(5).
           05 FD-DOC-LANCTED              PIC 9(4).
           05 FD-TIPO-LANCTED             PIC A.
           05 FD-VALOR-LANCTED            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCTED      PIC X.
           05 FD-MOEDA-LANCTED            PIC XX.
           05 FD-DATA-LANCTED             PIC 9(8).
       01  REG-LANCTED-TRAILER REDEFINES REG-LANCTED.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-TEDPEND
            RECORDING MODE IS F.
       01  REG-TEDPEND                    PIC X(51).
       FD   ARQ-SUSPTED
            RECORDING MODE IS F.
       01  REG-SUSPTED.
           05 FD-REGISTRO-SUSPTED         PIC X(51).
           05 FD-MOTIVO-SUSPTED           PIC XX.
       SD   ARQ-CLASSTED.
       01  REG-CLASSTED.
           05 SD-CHAVE-CLASSTED           PIC X(9).
           05 SD-DOC-CLASSTED             PIC 9(4).
           05 SD-VALOR-CLASSTED           PIC 9(6)V99.
           05 SD-DATA-CLASSTED            PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-TEDSOL       PIC XX            VALUE SPACES.
       77  WK-FS-BANCMAP      PIC XX            VALUE SPACES.
       77  WK-FS-LANCTED      PIC XX            VALUE SPACES.
       77  WK-FS-TEDPEND      PIC XX            VALUE SPACES.
       77  WK-FS-SUSPTED      PIC XX            VALUE SPACES.
       77  WK-FIM-CLASSTED    PIC X             VALUE 'N'.
       77  WK-QTD-MAPAS       PIC 9(3)          VALUE ZEROS.
       77  WK-MAPA-ACHADO     PIC X             VALUE 'N'.
       77  WK-CONTADOR-ACEITAS PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-SUSPENSAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-DEBITOS PIC 9(9)         VALUE ZEROS.
       77  WK-SOMA-DEBITOS    PIC 9(9)V99       VALUE ZEROS.
       77  WK-QTD-DOCS        PIC 9(3)          VALUE ZEROS.
       77  WK-DOC-DUPLICADO   PIC X             VALUE 'N'.
       01  TABELA-BANCMAP.
           03 MAP-ENTRY OCCURS 300 TIMES INDEXED BY IDX-MAP.
               05 TAB-MAP-BANCO           PIC 9(3)     VALUE ZEROS.
               05 TAB-MAP-AGENCIA-EXT     PIC X(6)     VALUE SPACES.
       01  TABELA-DOCS.
           03 DOC-ENTRY OCCURS 500 TIMES INDEXED BY IDX-DOC.
               05 TAB-DOC-CHAVE       PIC X(9)  VALUE SPACES.
               05 TAB-DOC             PIC 9(4)  VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71988'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCTED'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71988'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSTED
               ON ASCENDING KEY SD-CHAVE-CLASSTED SD-DOC-CLASSTED
               INPUT PROCEDURE IS 200-CRITICAR
               OUTPUT PROCEDURE IS 400-GRAVAR-LANCTED.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-CARREGAR-BANCMAP.
           OPEN INPUT ARQ-TEDSOL.
           EVALUATE WK-FS-TEDSOL
               WHEN '00'
                   PERFORM 301-LER-TEDSOL
               WHEN '35'
                   DISPLAY 'ARQUIVO TEDSOL NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDSOL
                           ' O COMANDO OPEN TEDSOL'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDSOL'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDSOL  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-LANCTED.
           EVALUATE WK-FS-LANCTED
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCTED
                           ' O COMANDO OPEN LANCTED'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCTED'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCTED TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-TEDPEND.
           EVALUATE WK-FS-TEDPEND
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDPEND
                           ' O COMANDO OPEN TEDPEND'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDPEND'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDPEND TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-SUSPTED.
           EVALUATE WK-FS-SUSPTED
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUSPTED
                           ' O COMANDO OPEN SUSPTED'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'SUSPTED'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUSPTED TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *    O BANCMAP SO E USADO AQUI PARA CONFIRMAR QUE O BANCO E A
      *    AGENCIA DE DESTINO SAO CONHECIDOS - A CONTA DE DESTINO
      *    E DO OUTRO BANCO E VAI NA REMESSA COMO FOI PEDIDA
       102-CARREGAR-BANCMAP.
           OPEN INPUT ARQ-BANCMAP.
           EVALUATE WK-FS-BANCMAP
               WHEN '00'
                   PERFORM 302-LER-BANCMAP
                   PERFORM 103-GUARDAR-BANCMAP
                       UNTIL WK-FS-BANCMAP = '10'
                   CLOSE ARQ-BANCMAP
               WHEN '35'
                   DISPLAY 'ARQUIVO BANCMAP NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BANCMAP
                           ' O COMANDO OPEN BANCMAP'
                   MOVE '102-CARREGAR-BANCMAP' TO WK-ERRO-PARAGRAFO
                   MOVE 'BANCMAP'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BANCMAP          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-MAPAS EQUAL ZEROS
               DISPLAY 'ARQUIVO BANCMAP VAZIO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       103-GUARDAR-BANCMAP.
           IF WK-QTD-MAPAS NOT < 300
               DISPLAY 'TABELA DE MAPEAMENTO CHEIA - ENTRADA '
                       'IGNORADA ' FD-BANCO-MAP ' '
                       FD-AGENCIA-EXT-MAP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-MAPAS
               SET IDX-MAP TO WK-QTD-MAPAS
               MOVE FD-BANCO-MAP       TO TAB-MAP-BANCO(IDX-MAP)
               MOVE FD-AGENCIA-EXT-MAP
                    TO TAB-MAP-AGENCIA-EXT(IDX-MAP)
           END-IF.
           PERFORM 302-LER-BANCMAP.
      *******************************************************
       200-CRITICAR SECTION.
       201-CRITICAR.
           PERFORM 202-CRITICAR-SOLICITACAO
               UNTIL WK-FS-TEDSOL = '10'.
           GO TO 209-CRITICAR-EXIT.
       202-CRITICAR-SOLICITACAO.
           PERFORM 203-LOCALIZAR-DESTINO.
           EVALUATE TRUE
               WHEN WK-MAPA-ACHADO EQUAL 'N'
                   DISPLAY 'BANCO/AGENCIA DE DESTINO '
                           FD-BANCO-DEST-TEDSOL '/'
                           FD-AGENCIA-DEST-TEDSOL
                           ' FORA DO BANCMAP - DOC ' FD-DOC-TEDSOL
                   MOVE '25' TO FD-MOTIVO-SUSPTED
                   PERFORM 204-GRAVAR-SUSPTED
               WHEN FD-MODALIDADE-TEDSOL NOT EQUAL 'DOC' AND 'TED'
                   MOVE '26' TO FD-MOTIVO-SUSPTED
                   PERFORM 204-GRAVAR-SUSPTED
               WHEN FD-VALOR-TEDSOL NOT NUMERIC
                   MOVE '27' TO FD-MOTIVO-SUSPTED
                   PERFORM 204-GRAVAR-SUSPTED
               WHEN FD-VALOR-TEDSOL EQUAL ZEROS
                   MOVE '27' TO FD-MOTIVO-SUSPTED
                   PERFORM 204-GRAVAR-SUSPTED
               WHEN FD-DOC-TEDSOL NOT < 9500
                   DISPLAY 'DOC ' FD-DOC-TEDSOL ' DA SOLICITACAO '
                           FD-CHAVE-TEDSOL ' NA FAIXA RESERVADA '
                           '9500-9999 - MOTIVO 29'
                   MOVE '29' TO FD-MOTIVO-SUSPTED
                   PERFORM 204-GRAVAR-SUSPTED
               WHEN OTHER
                   PERFORM 205-CRITICAR-DOC-DUPLICADO
                   IF WK-DOC-DUPLICADO EQUAL 'S'
                       DISPLAY 'DOCUMENTO DUPLICADO NA SOLICITACAO '
                               FD-CHAVE-TEDSOL ' DOC ' FD-DOC-TEDSOL
                       MOVE '28' TO FD-MOTIVO-SUSPTED
                       PERFORM 204-GRAVAR-SUSPTED
                   ELSE
                       PERFORM 206-LIBERAR-DEBITO
                   END-IF
           END-EVALUATE.
           PERFORM 301-LER-TEDSOL.
       203-LOCALIZAR-DESTINO.
           MOVE 'N' TO WK-MAPA-ACHADO.
           SET IDX-MAP TO 1.
           SEARCH MAP-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-MAP > WK-QTD-MAPAS
                   CONTINUE
               WHEN TAB-MAP-BANCO(IDX-MAP) EQUAL FD-BANCO-DEST-TEDSOL
                    AND TAB-MAP-AGENCIA-EXT(IDX-MAP)
                        EQUAL FD-AGENCIA-DEST-TEDSOL
                   MOVE 'S' TO WK-MAPA-ACHADO
           END-SEARCH.
       204-GRAVAR-SUSPTED.
           MOVE REG-TEDSOL TO FD-REGISTRO-SUSPTED.
           WRITE REG-SUSPTED.
           IF WK-FS-SUSPTED NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-SUSPTED
                       ' O COMANDO WRITE SUSPTED'
               MOVE '204-GRAVAR-SUSPTED' TO WK-ERRO-PARAGRAFO
               MOVE 'SUSPTED'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-SUSPTED        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-SUSPENSAS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *    O MESMO DOCUMENTO NAO PODE SE REPETIR NA MESMA CONTA -
      *    A REMESSA E O RETORNO LOCALIZAM O DEBITO POR CONTA+DOC
       205-CRITICAR-DOC-DUPLICADO.
           MOVE 'N' TO WK-DOC-DUPLICADO.
           IF WK-QTD-DOCS NOT EQUAL ZEROS
               SET IDX-DOC TO 1
               SEARCH DOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-DOC > WK-QTD-DOCS
                       CONTINUE
                   WHEN TAB-DOC-CHAVE(IDX-DOC) EQUAL FD-CHAVE-TEDSOL
                        AND TAB-DOC(IDX-DOC) EQUAL FD-DOC-TEDSOL
                       MOVE 'S' TO WK-DOC-DUPLICADO
               END-SEARCH
           END-IF.
           IF WK-DOC-DUPLICADO EQUAL 'N'
               IF WK-QTD-DOCS NOT < 500
                   DISPLAY 'TABELA DE DOCUMENTOS CHEIA - '
                           'UNICIDADE DE DOC NAO GARANTIDA - '
                           'EXECUCAO RECUSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WK-QTD-DOCS
                   SET IDX-DOC TO WK-QTD-DOCS
                   MOVE FD-CHAVE-TEDSOL TO TAB-DOC-CHAVE(IDX-DOC)
                   MOVE FD-DOC-TEDSOL   TO TAB-DOC(IDX-DOC)
               END-IF
           END-IF.
       206-LIBERAR-DEBITO.
           MOVE REG-TEDSOL TO REG-TEDPEND.
           WRITE REG-TEDPEND.
           IF WK-FS-TEDPEND NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TEDPEND
                       ' O COMANDO WRITE TEDPEND'
               MOVE '206-LIBERAR-DEBITO' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDPEND'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDPEND        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-ACEITAS.
           MOVE FD-CHAVE-TEDSOL TO SD-CHAVE-CLASSTED.
           MOVE FD-DOC-TEDSOL   TO SD-DOC-CLASSTED.
           MOVE FD-VALOR-TEDSOL TO SD-VALOR-CLASSTED.
           MOVE FD-DATA-TEDSOL  TO SD-DATA-CLASSTED.
           RELEASE REG-CLASSTED.
       209-CRITICAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-TEDSOL.
           READ ARQ-TEDSOL.
           EVALUATE WK-FS-TEDSOL
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDSOL
                           ' O COMANDO READ TEDSOL'
                   MOVE '301-LER-TEDSOL' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDSOL'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDSOL     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-BANCMAP.
           READ ARQ-BANCMAP.
           EVALUATE WK-FS-BANCMAP
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BANCMAP
                           ' O COMANDO READ BANCMAP'
                   MOVE '302-LER-BANCMAP' TO WK-ERRO-PARAGRAFO
                   MOVE 'BANCMAP'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BANCMAP     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GRAVAR-LANCTED SECTION.
       401-GRAVAR-LANCTED.
           PERFORM 402-RETORNAR-DEBITO.
           PERFORM 403-GRAVAR-DEBITO
               UNTIL WK-FIM-CLASSTED = 'S'.
           GO TO 409-GRAVAR-LANCTED-EXIT.
       402-RETORNAR-DEBITO.
           RETURN ARQ-CLASSTED
               AT END
                   MOVE 'S' TO WK-FIM-CLASSTED
           END-RETURN.
       403-GRAVAR-DEBITO.
           MOVE SD-CHAVE-CLASSTED TO FD-CHAVE-LANCTED.
           MOVE SD-DOC-CLASSTED   TO FD-DOC-LANCTED.
           MOVE 'D'               TO FD-TIPO-LANCTED.
           MOVE SD-VALOR-CLASSTED TO FD-VALOR-LANCTED.
           MOVE SPACE             TO FD-TIPO-ORIGEM-LANCTED.
           MOVE 'BR'              TO FD-MOEDA-LANCTED.
           MOVE SD-DATA-CLASSTED  TO FD-DATA-LANCTED.
           WRITE REG-LANCTED.
           IF WK-FS-LANCTED NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCTED
                       ' O COMANDO WRITE LANCTED'
               MOVE '403-GRAVAR-DEBITO' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCTED'           TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCTED       TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-DEBITOS.
           ADD SD-VALOR-CLASSTED TO WK-SOMA-DEBITOS.
           PERFORM 402-RETORNAR-DEBITO.
       409-GRAVAR-LANCTED-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVAR-TRAILER-LANCTED.
           CLOSE ARQ-TEDSOL.
           CLOSE ARQ-LANCTED.
           CLOSE ARQ-TEDPEND.
           CLOSE ARQ-SUSPTED.
           IF WK-FS-LANCTED NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCTED
                       ' NO COMANDO CLOSE LANCTED'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCTED'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCTED   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-FS-TEDPEND NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-TEDPEND
                       ' NO COMANDO CLOSE TEDPEND'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDPEND'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDPEND   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'TRANSFERENCIAS PARA OUTROS BANCOS - ACEITAS '
                   WK-CONTADOR-ACEITAS ' SUSPENSAS '
                   WK-CONTADOR-SUSPENSAS.
       902-GRAVAR-TRAILER-LANCTED.
           MOVE SPACES              TO REG-LANCTED.
           MOVE WK-CONTADOR-DEBITOS TO FD-TRAILER-QTDE.
           MOVE 'T'                 TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-DEBITOS     TO FD-TRAILER-SOMA.
           WRITE REG-LANCTED.
           IF WK-FS-LANCTED NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCTED
                       ' O COMANDO WRITE LANCTED'
               MOVE '902-GRAVAR-TRAILER' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCTED'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCTED        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-DEBITOS TO WK-FED-QTDE.
           MOVE WK-SOMA-DEBITOS     TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       909-REGISTRAR-FEED.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           CALL 'EAD71973' USING WK-FEED-COM.
           MOVE WK-RC-SALVO TO RETURN-CODE.
           IF WK-FED-RC EQUAL 4
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WK-FED-RC > 4
               DISPLAY 'ERRO: ' WK-FED-RC
                       ' NO REGISTRO DO ARQUIVO NO FEEDREG'
               MOVE '909-REGISTRAR-FEED' TO WK-ERRO-PARAGRAFO
               MOVE 'FEEDREG'            TO WK-ERRO-ARQUIVO
               MOVE WK-FED-RC            TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
