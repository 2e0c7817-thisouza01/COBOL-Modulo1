      *  CUSTODIA DE LANCAMENTOS PRE-DATADOS - RETEM OS      *
      *  LANCAMENTOS COM DATA FUTURA EM ARQUIVO PENDENTE E   *
      *  LIBERA CADA LOTE NA DATA-VALOR (DESLOCADA PARA DIA  *
      *  UTIL) PARA O FLUXO NORMAL DA PRE-CRITICA EAD71922.  *
      *  LANCAMENTOS DATADOS EM MES FECHADO SAO RECUSADOS NO *
      *  REJFECH, SALVO OVERRIDE 'F' APROVADO PARA O DIA     *
      *  LOTE LANCLIB REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT ARQ-LANCLIB ASSIGN TO LANCLIB
               FILE STATUS IS WK-FS-LANCLIB.
           SELECT ARQ-CLASSLIB ASSIGN TO CLASSLIB.
           SELECT ARQ-FECHAM ASSIGN TO FECHAM
               FILE STATUS IS WK-FS-FECHAM.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
           SELECT ARQ-REJFECH ASSIGN TO REJFECH
               FILE STATUS IS WK-FS-REJFECH.
      *
       DATA DIVISION.
       FILE SECTION.
               10 SD-CHAVE-CLASSLIB       PIC X(9).
               10 SD-DOC-CLASSLIB         PIC X(4).
               10 FILLER                  PIC X(20).
       FD   ARQ-FECHAM
            RECORDING MODE IS F.
       01  REG-FECHAM.
           05 FD-PERIODO-FECHAM           PIC 9(6).
           05 FD-DATA-FECHAM              PIC 9(8).
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-TIPO-APROVACAO           PIC X.
           05 FD-DATA-APROVACAO           PIC 9(8).
           05 FD-SOLICITANTE-APROVACAO    PIC X(8).
           05 FD-APROVADOR-APROVACAO      PIC X(8).
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       FD   ARQ-REJFECH
            RECORDING MODE IS F.
       01  REG-REJFECH.
           05 FD-REGISTRO-REJFECH         PIC X(33).
           05 FD-MOTIVO-REJFECH           PIC XX.
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM       PIC XX            VALUE SPACES.
       77  WK-FS-LANCPEND     PIC XX            VALUE SPACES.
       77  WK-CONTADOR-LIBERADOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-PEND-LIB PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-LIBERADOS  PIC 9(9)V99       VALUE ZEROS.
       77  WK-FS-FECHAM       PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-FS-REJFECH      PIC XX            VALUE SPACES.
       77  WK-QTD-FECHAM      PIC 9(3)          VALUE ZEROS.
       77  WK-PERIODO-LANCAM  PIC 9(6)          VALUE ZEROS.
       77  WK-PERIODO-BLOQUEADO PIC X           VALUE 'N'.
       77  WK-OVERRIDE-FECHADO PIC X            VALUE 'N'.
       77  WK-CONTADOR-RECUSADOS PIC 9(9)       VALUE ZEROS.
       01  TABELA-FECHAM.
           03 FECHAM-ENTRY OCCURS 240 TIMES INDEXED BY IDX-FEC.
               05 TAB-FEC-PERIODO     PIC 9(6)  VALUE ZEROS.
       01  WK-REG-TRABALHO.
           05 WK-TRA-CHAVE                PIC X(9).
           05 WK-TRA-DOC                  PIC X(4).
           05 WK-FUNCAO-COM             PIC X.
           05 WK-DIA-UTIL-COM           PIC X.
           05 WK-DATA-RESULT-COM        PIC 9(8).
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71941'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCLIB'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71941'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           PERFORM 103-CARREGAR-FECHAM.
           IF WK-QTD-FECHAM NOT EQUAL ZEROS
               PERFORM 105-CONFERIR-OVERRIDE
           END-IF.
           OPEN INPUT ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-REJFECH.
           EVALUATE WK-FS-REJFECH
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJFECH
                           ' O COMANDO OPEN REJFECH'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJFECH'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJFECH TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       103-CARREGAR-FECHAM.
           OPEN INPUT ARQ-FECHAM.
           EVALUATE WK-FS-FECHAM
               WHEN '00'
                   PERFORM 303-LER-FECHAM
                   PERFORM 104-GUARDAR-FECHAM
                       UNTIL WK-FS-FECHAM = '10'
                   CLOSE ARQ-FECHAM
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO OPEN FECHAM'
                   MOVE '103-CARREGAR-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       104-GUARDAR-FECHAM.
           IF WK-QTD-FECHAM NOT < 240
               DISPLAY 'TABELA DE PERIODOS FECHADOS CHEIA - '
                       'EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WK-QTD-FECHAM
               SET IDX-FEC TO WK-QTD-FECHAM
               MOVE FD-PERIODO-FECHAM TO TAB-FEC-PERIODO(IDX-FEC)
           END-IF.
           PERFORM 303-LER-FECHAM.
      *    A CUSTODIA SO CONSULTA O OVERRIDE 'F' - QUEM O BAIXA
      *    COMO USADO E A PRE-CRITICA EAD71922, QUE RODA DEPOIS
      *    SOBRE O MESMO MOVIMENTO
       105-CONFERIR-OVERRIDE.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 304-LER-APROVACAO
                   PERFORM 106-PROCURAR-OVERRIDE
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '105-CONFERIR-OVERRIDE' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'             TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO         TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-PROCURAR-OVERRIDE.
           IF FD-TIPO-APROVACAO EQUAL 'F'
               AND FD-SITUACAO-APROVACAO EQUAL 'A'
               AND FD-USADO-APROVACAO EQUAL 'N'
               AND FD-DATA-APROVACAO EQUAL WK-DATA-PROCESSAMENTO
               MOVE 'S' TO WK-OVERRIDE-FECHADO
               DISPLAY 'OVERRIDE F APROVADO POR '
                       FD-APROVADOR-APROVACAO
                       ' - PERIODO FECHADO LIBERADO NA CUSTODIA'
           END-IF.
           PERFORM 304-LER-APROVACAO.
      *******************************************************
       200-TRIAR SECTION.
       201-TRIAR.
           END-IF.
           PERFORM 302-LER-LANCPEND.
       203-TRIAR-LANCAM.
           PERFORM 207-CRITICAR-PERIODO-FECHADO.
           EVALUATE TRUE
               WHEN FD-TIPO-LANCAM EQUAL 'T'
                   CONTINUE
               WHEN WK-PERIODO-BLOQUEADO EQUAL 'S'
                   PERFORM 206-RECUSAR-PERIODO-FECHADO
               WHEN FD-DATA-LANCAM IS NUMERIC
                    AND FD-DATA-LANCAM-NUM > WK-DATA-PROCESSAMENTO
                   PERFORM 204-RETER-LANCAMENTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       206-RECUSAR-PERIODO-FECHADO.
           MOVE REG-LANCAM TO FD-REGISTRO-REJFECH.
           MOVE '18'       TO FD-MOTIVO-REJFECH.
           WRITE REG-REJFECH.
           IF WK-FS-REJFECH NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-REJFECH
                       ' O COMANDO WRITE REJFECH'
               MOVE '206-RECUSAR-PERIODO' TO WK-ERRO-PARAGRAFO
               MOVE 'REJFECH'             TO WK-ERRO-ARQUIVO
               MOVE WK-FS-REJFECH         TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-RECUSADOS.
           DISPLAY 'LANCAMENTO EM PERIODO FECHADO RECUSADO: '
                   FD-CHAVE-LANCAM ' DOC ' FD-DOC-LANCAM
                   ' DATA ' FD-DATA-LANCAM.
       207-CRITICAR-PERIODO-FECHADO.
           MOVE 'N' TO WK-PERIODO-BLOQUEADO.
           IF WK-QTD-FECHAM NOT EQUAL ZEROS
               AND WK-OVERRIDE-FECHADO EQUAL 'N'
               AND FD-TIPO-LANCAM NOT EQUAL 'T'
               AND FD-DATA-LANCAM IS NUMERIC
               MOVE FD-DATA-LANCAM(1:6) TO WK-PERIODO-LANCAM
               SET IDX-FEC TO 1
               SEARCH FECHAM-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-FEC > WK-QTD-FECHAM
                       CONTINUE
                   WHEN TAB-FEC-PERIODO(IDX-FEC) EQUAL WK-PERIODO-LANCAM
                       MOVE 'S' TO WK-PERIODO-BLOQUEADO
               END-SEARCH
           END-IF.
       209-TRIAR-EXIT.
           EXIT.
      *******************************************************
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-FECHAM.
           READ ARQ-FECHAM.
           EVALUATE WK-FS-FECHAM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO READ FECHAM'
                   MOVE '303-LER-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-APROVACAO.
           READ ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO READ APROVACAO'
                   MOVE '304-LER-APROVACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GRAVAR-LANCLIB SECTION.
       401-GRAVAR-LANCLIB.
           CLOSE ARQ-LANCPEND.
           CLOSE ARQ-LANCPENDN.
           CLOSE ARQ-LANCLIB.
           CLOSE ARQ-REJFECH.
           IF WK-FS-LANCLIB NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCLIB
                       ' NO COMANDO CLOSE LANCLIB'
                   WK-CONTADOR-LIBERADOS ' DA CUSTODIA '
                   WK-CONTADOR-PEND-LIB ' RETIDOS '
                   WK-CONTADOR-RETIDOS.
           IF WK-CONTADOR-RECUSADOS NOT EQUAL ZEROS
               DISPLAY 'RECUSADOS POR PERIODO FECHADO '
                       WK-CONTADOR-RECUSADOS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       902-GRAVAR-TRAILER-LANCLIB.
           MOVE SPACES                TO REG-LANCLIB.
           MOVE WK-CONTADOR-LIBERADOS TO FD-TRAILER-QTDE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-LIBERADOS TO WK-FED-QTDE.
           MOVE WK-SOMA-LIBERADOS TO WK-FED-SOMA.
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
