      *  GERACAO DIARIA DE DEBITOS AUTOMATICOS A PARTIR DO   *
      *  CADASTRO DE ORDENS PERMANENTES, COM VENCIMENTO      *
      *  DESLOCADO PARA DIA UTIL E REAPRESENTACAO DOS        *
      *  DEBITOS DEVOLVIDOS POR FALTA DE SALDO. AS ORDENS    *
      *  COM REAPRESENTACOES ESGOTADAS SAO GRAVADAS NO       *
      *  ARQUIVO ORDDESIST PARA AVISO AO CLIENTE             *
      *  LOTE ORDLANC REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-REJEITADOS.
           SELECT ARQ-ORDLANC ASSIGN TO ORDLANC
               FILE STATUS IS WK-FS-ORDLANC.
           SELECT ARQ-ORDDESIST ASSIGN TO ORDDESIST
               FILE STATUS IS WK-FS-ORDDESIST.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-ORDDESIST
            RECORDING MODE IS F.
       01  REG-ORDDESIST.
           05 FD-CHAVE-ORDDESIST.
               10 FD-AGENCIA-ORDDESIST    PIC X(4).
               10 FD-CONTA-ORDDESIST      PIC 9(5).
           05 FD-DOC-ORDDESIST            PIC 9(4).
           05 FD-VALOR-ORDDESIST          PIC 9(6)V99.
           05 FD-DATA-DEBITO-ORDDESIST    PIC 9(8).
           05 FD-TENTATIVAS-ORDDESIST     PIC 9(2).
           05 FD-DATA-ORDDESIST           PIC 9(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       77  WK-FS-ORDCTRLN     PIC XX            VALUE SPACES.
       77  WK-FS-REJEITADOS   PIC XX            VALUE SPACES.
       77  WK-FS-ORDLANC      PIC XX            VALUE SPACES.
       77  WK-FS-ORDDESIST    PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
           05 WK-FUNCAO-COM             PIC X.
           05 WK-DIA-UTIL-COM           PIC X.
           05 WK-DATA-RESULT-COM        PIC 9(8).
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71936'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'ORDLANC'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71936'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
       101-INICIAR.
           PERFORM 108-OBTER-DATA-MOVIMENTO.
           MOVE WK-DATA-PROCESSAMENTO TO WK-DATA-PROC-DESM.
           PERFORM 109-ABRIR-SAIDAS.
           PERFORM 102-CARREGAR-ORDCTRL.
           PERFORM 103-CARREGAR-REJEITADOS.
           OPEN INPUT ARQ-ORDENS.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       109-ABRIR-SAIDAS.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 205-GRAVAR-RELATORIO
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '109-ABRIR-SAIDAS' TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'   TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-ORDDESIST.
           EVALUATE WK-FS-ORDDESIST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ORDDESIST
                           ' O COMANDO OPEN ORDDESIST'
                   MOVE '109-ABRIR-SAIDAS' TO WK-ERRO-PARAGRAFO
                   MOVE 'ORDDESIST'        TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ORDDESIST    TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-ORDCTRL.
           OPEN INPUT ARQ-ORDCTRL.
           EVALUATE WK-FS-ORDCTRL
                   DISPLAY 'ORDEM ' FD-CHAVE-REJEITADOS ' DOC '
                           FD-DOC-REJEITADOS
                           ' COM REAPRESENTACOES ESGOTADAS'
                   PERFORM 110-GRAVAR-ORDDESIST
               END-IF
           END-IF.
           PERFORM 303-LER-REJEITADOS.
                            TO WK-TENTATIVAS
               END-SEARCH
           END-IF.
       110-GRAVAR-ORDDESIST.
           MOVE FD-CHAVE-REJEITADOS   TO FD-CHAVE-ORDDESIST.
           MOVE FD-DOC-REJEITADOS     TO FD-DOC-ORDDESIST.
           MOVE FD-VALOR-REJEITADOS   TO FD-VALOR-ORDDESIST.
           MOVE FD-DATA-REJEITADOS    TO FD-DATA-DEBITO-ORDDESIST.
           MOVE WK-TENTATIVAS         TO FD-TENTATIVAS-ORDDESIST.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-ORDDESIST.
           WRITE REG-ORDDESIST.
           IF WK-FS-ORDDESIST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-ORDDESIST
                       ' O COMANDO WRITE ORDDESIST'
               MOVE '110-GRAVAR-ORDDESIST' TO WK-ERRO-PARAGRAFO
               MOVE 'ORDDESIST'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-ORDDESIST        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       107-GUARDAR-REAPRES.
           IF WK-QTD-REAPRES NOT < 200
               DISPLAY 'TABELA DE REAPRESENTACOES CHEIA - ORDEM '
           CLOSE ARQ-ORDENS.
           CLOSE ARQ-ORDLANC.
           CLOSE ARQ-ORDCTRLN.
           CLOSE ARQ-ORDDESIST.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-ORDLANC NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-ORDLANC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-GERADOS TO WK-FED-QTDE.
           MOVE WK-SOMA-GERADOS TO WK-FED-SOMA.
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
