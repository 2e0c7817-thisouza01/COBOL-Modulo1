               FILE STATUS IS WK-FS-REJEDIT.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-FECHAM ASSIGN TO FECHAM
               FILE STATUS IS WK-FS-FECHAM.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
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
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM       PIC XX            VALUE SPACES.
       77  WK-FS-LANCAMOK     PIC XX            VALUE SPACES.
       01  TABELA-DOCS-CONTA.
           03 DOC-ENTRY OCCURS 500 TIMES INDEXED BY IDX-DOC.
               05 TAB-DOC             PIC X(4)  VALUE SPACES.
       77  WK-FS-FECHAM       PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-QTD-FECHAM      PIC 9(3)          VALUE ZEROS.
       77  WK-PERIODO-LANCAM  PIC 9(6)          VALUE ZEROS.
       77  WK-PERIODO-BLOQUEADO PIC X           VALUE 'N'.
       77  WK-CONT-ERRO-FECHADO PIC 9(9)        VALUE ZEROS.
       77  WK-CONT-LIB-OVERRIDE PIC 9(9)        VALUE ZEROS.
       77  WK-LIBERADO-OVERRIDE PIC X           VALUE 'N'.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       77  WK-QTD-APROVACOES  PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-APR         PIC 9(3)          VALUE ZEROS.
       77  WK-OVERRIDE-TIPO   PIC X             VALUE 'F'.
       77  WK-OVERRIDE-ACHADO PIC X             VALUE 'N'.
       77  WK-OVERRIDE-VERIFICADO PIC X         VALUE 'N'.
       01  TABELA-FECHAM.
           03 FECHAM-ENTRY OCCURS 240 TIMES INDEXED BY IDX-FEC.
               05 TAB-FEC-PERIODO     PIC 9(6)  VALUE ZEROS.
       01  TABELA-APROVACOES.
           03 APR-ENTRY OCCURS 50 TIMES.
               05 TAB-APR-TIPO        PIC X     VALUE SPACE.
               05 TAB-APR-DATA        PIC 9(8)  VALUE ZEROS.
               05 TAB-APR-SOLICITANTE PIC X(8)  VALUE SPACES.
               05 TAB-APR-APROVADOR   PIC X(8)  VALUE SPACES.
               05 TAB-APR-SITUACAO    PIC X     VALUE SPACE.
               05 TAB-APR-USADO       PIC X     VALUE SPACE.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(40) VALUE
                  'RELATORIO DE PRE-CRITICA DO LANCAM'.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 110-OBTER-DATA-MOVIMENTO.
           PERFORM 108-CARREGAR-FECHAM.
           PERFORM 106-PRECRITICAR-TRANSFERENCIAS.
           OPEN INPUT ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
                   WHEN FD-TIPO-LANCAM NOT EQUAL 'C' AND 'D'
                       MOVE '13' TO WK-MOTIVO-TRANSF
                   WHEN OTHER
                       PERFORM 211-CRITICAR-PERIODO-FECHADO
                       IF WK-PERIODO-BLOQUEADO EQUAL 'S'
                           MOVE '18' TO WK-MOTIVO-TRANSF
                       ELSE
                           PERFORM 208-CRITICAR-CONTRAPARTIDA
                           IF WK-CONTA-CADASTRADA EQUAL 'N'
                               MOVE '16' TO WK-MOTIVO-TRANSF
                           END-IF
                       END-IF
               END-EVALUATE
               IF WK-MOTIVO-TRANSF NOT EQUAL SPACES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-CARREGAR-FECHAM.
           OPEN INPUT ARQ-FECHAM.
           EVALUATE WK-FS-FECHAM
               WHEN '00'
                   PERFORM 303-LER-FECHAM
                   PERFORM 109-GUARDAR-FECHAM
                       UNTIL WK-FS-FECHAM = '10'
                   CLOSE ARQ-FECHAM
               WHEN '35'
                   DISPLAY 'ARQUIVO FECHAM NAO ENCONTRADO - '
                           'NENHUM PERIODO FECHADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO OPEN FECHAM'
                   MOVE '108-CARREGAR-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       109-GUARDAR-FECHAM.
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
       110-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-PROCESSAMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8)
                    TO WK-DATA-PROCESSAMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       102-ABRIR-LANCAMOK.
           OPEN OUTPUT ARQ-LANCAMOK.
           EVALUATE WK-FS-LANCAMOK
           END-IF.
       202-CRITICAR-REGISTRO.
           MOVE 'S' TO WK-REGISTRO-VALIDO.
           PERFORM 211-CRITICAR-PERIODO-FECHADO.
           IF WK-LIBERADO-OVERRIDE EQUAL 'S'
               ADD 1 TO WK-CONT-LIB-OVERRIDE
           END-IF.
           IF FD-CONTA-LANCAM IS NOT NUMERIC
               MOVE 'N'  TO WK-REGISTRO-VALIDO
               MOVE '11' TO FD-MOTIVO-REJEDIT
               MOVE '14' TO FD-MOTIVO-REJEDIT
               ADD 1 TO WK-CONT-ERRO-SEQ
               DISPLAY 'CHAVE FORA DE SEQUENCIA: ' FD-CHAVE-LANCAM
           ELSE
           IF WK-PERIODO-BLOQUEADO EQUAL 'S'
               MOVE 'N'  TO WK-REGISTRO-VALIDO
               MOVE '18' TO FD-MOTIVO-REJEDIT
               ADD 1 TO WK-CONT-ERRO-FECHADO
               DISPLAY 'LANCAMENTO EM PERIODO FECHADO ' FD-DATA-LANCAM
                       ' NO DOC ' FD-DOC-LANCAM
           ELSE
               PERFORM 207-CRITICAR-DOC-DUPLICADO
               IF WK-DOC-DUPLICADO EQUAL 'S'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WK-REGISTRO-VALIDO EQUAL 'N'
               AND FD-TIPO-ORIGEM-LANCAM EQUAL 'X'
                            TO WK-MOTIVO-TRANSF
               END-SEARCH
           END-IF.
      *    LANCAMENTO DATADO EM MES JA FECHADO PELO EAD71963 SO
      *    PASSA COM OVERRIDE 'F' APROVADO PARA A DATA DE MOVIMENTO;
      *    O OVERRIDE VALE PARA TODO O ARQUIVO DA EXECUCAO
       211-CRITICAR-PERIODO-FECHADO.
           MOVE 'N' TO WK-PERIODO-BLOQUEADO.
           MOVE 'N' TO WK-LIBERADO-OVERRIDE.
           IF WK-QTD-FECHAM NOT EQUAL ZEROS
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
           IF WK-PERIODO-BLOQUEADO EQUAL 'S'
               IF WK-OVERRIDE-VERIFICADO EQUAL 'N'
                   PERFORM 212-AUTORIZAR-OVERRIDE
               END-IF
               IF WK-OVERRIDE-ACHADO EQUAL 'S'
                   MOVE 'N' TO WK-PERIODO-BLOQUEADO
                   MOVE 'S' TO WK-LIBERADO-OVERRIDE
               END-IF
           END-IF.
       212-AUTORIZAR-OVERRIDE.
           MOVE 'S' TO WK-OVERRIDE-VERIFICADO.
           MOVE 'N' TO WK-OVERRIDE-ACHADO.
           PERFORM 213-CARREGAR-APROVACOES.
           PERFORM VARYING WK-IDX-APR FROM 1 BY 1
                   UNTIL WK-IDX-APR > WK-QTD-APROVACOES
                   OR WK-OVERRIDE-ACHADO = 'S'
               IF TAB-APR-TIPO(WK-IDX-APR) EQUAL WK-OVERRIDE-TIPO
                   AND TAB-APR-SITUACAO(WK-IDX-APR) EQUAL 'A'
                   AND TAB-APR-USADO(WK-IDX-APR) EQUAL 'N'
                   AND TAB-APR-DATA(WK-IDX-APR)
                       EQUAL WK-DATA-PROCESSAMENTO
                   MOVE 'S' TO WK-OVERRIDE-ACHADO
                   MOVE 'S' TO TAB-APR-USADO(WK-IDX-APR)
                   DISPLAY 'OVERRIDE ' WK-OVERRIDE-TIPO
                           ' HONRADO - PEDIDO POR '
                           TAB-APR-SOLICITANTE(WK-IDX-APR)
                           ' APROVADO POR '
                           TAB-APR-APROVADOR(WK-IDX-APR)
               END-IF
           END-PERFORM.
           IF WK-OVERRIDE-ACHADO EQUAL 'N'
               DISPLAY 'SEM OVERRIDE ' WK-OVERRIDE-TIPO
                       ' APROVADO PARA ' WK-DATA-PROCESSAMENTO
                       ' - LANCAMENTOS EM PERIODO FECHADO RECUSADOS'
           END-IF.
       213-CARREGAR-APROVACOES.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 304-LER-APROVACAO
                   PERFORM 214-GUARDAR-APROVACAO
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '213-CARREGAR-APROV' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       214-GUARDAR-APROVACAO.
           IF WK-QTD-APROVACOES NOT < 50
               DISPLAY 'TABELA DE APROVACOES CHEIA - ARQUIVO MAIOR '
                       'QUE A TABELA - EXECUCAO RECUSADA PARA NAO '
                       'PERDER PEDIDOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WK-QTD-APROVACOES
               MOVE FD-TIPO-APROVACAO
                    TO TAB-APR-TIPO(WK-QTD-APROVACOES)
               MOVE FD-DATA-APROVACAO
                    TO TAB-APR-DATA(WK-QTD-APROVACOES)
               MOVE FD-SOLICITANTE-APROVACAO
                    TO TAB-APR-SOLICITANTE(WK-QTD-APROVACOES)
               MOVE FD-APROVADOR-APROVACAO
                    TO TAB-APR-APROVADOR(WK-QTD-APROVACOES)
               MOVE FD-SITUACAO-APROVACAO
                    TO TAB-APR-SITUACAO(WK-QTD-APROVACOES)
               MOVE FD-USADO-APROVACAO
                    TO TAB-APR-USADO(WK-QTD-APROVACOES)
           END-IF.
           PERFORM 304-LER-APROVACAO.
       203-GRAVAR-LANCAMOK.
           MOVE REG-LANCAM TO REG-LANCAMOK.
           WRITE REG-LANCAMOK.
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
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           END-IF.
           PERFORM 902-GRAVAR-TRAILER-LANCAMOK.
           PERFORM 904-GRAVAR-CONTAGENS.
           IF WK-OVERRIDE-ACHADO EQUAL 'S'
               PERFORM 905-REGRAVAR-APROVACOES
           END-IF.
           CLOSE ARQ-LANCAM.
           CLOSE ARQ-LANCAMOK.
           CLOSE ARQ-REJEDIT.
           MOVE WK-CONT-ERRO-CONTRA            TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTAGEM              TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE 'LANCTOS EM PERIODO FECHADO = ' TO WK-CNT-ROTULO.
           MOVE WK-CONT-ERRO-FECHADO           TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTAGEM              TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE 'PERIODO FECHADO C/ OVERRIDE = ' TO WK-CNT-ROTULO.
           MOVE WK-CONT-LIB-OVERRIDE           TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTAGEM              TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
       905-REGRAVAR-APROVACOES.
           OPEN OUTPUT ARQ-APROVACAO.
           IF WK-FS-APROVACAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-APROVACAO
                       ' O COMANDO OPEN APROVACAO PARA GRAVACAO'
               MOVE '905-REGRAVAR-APROV' TO WK-ERRO-PARAGRAFO
               MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
               MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-IDX-APR FROM 1 BY 1
                       UNTIL WK-IDX-APR > WK-QTD-APROVACOES
                   MOVE TAB-APR-TIPO(WK-IDX-APR)
                        TO FD-TIPO-APROVACAO
                   MOVE TAB-APR-DATA(WK-IDX-APR)
                        TO FD-DATA-APROVACAO
                   MOVE TAB-APR-SOLICITANTE(WK-IDX-APR)
                        TO FD-SOLICITANTE-APROVACAO
                   MOVE TAB-APR-APROVADOR(WK-IDX-APR)
                        TO FD-APROVADOR-APROVACAO
                   MOVE TAB-APR-SITUACAO(WK-IDX-APR)
                        TO FD-SITUACAO-APROVACAO
                   MOVE TAB-APR-USADO(WK-IDX-APR)
                        TO FD-USADO-APROVACAO
                   WRITE REG-APROVACAO
               END-PERFORM
               CLOSE ARQ-APROVACAO
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
