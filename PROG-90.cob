       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71990 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  PROCESSAMENTO DO RETORNO DA REMESSA DE DOC/TED -    *
      *  CONFERE O TRAILER DO RETORNO, LOCALIZA CADA DETALHE *
      *  NO TEDENV (EAD71989) PELO NUMERO DA REMESSA E PELA  *
      *  SEQUENCIA E, PARA AS DEVOLVIDAS PELO OUTRO BANCO,   *
      *  GERA O ESTORNO DO DEBITO (TIPO 'E' ORIGEM 'D') QUE  *
      *  CREDITA DE VOLTA O CLIENTE NA BALANCE LINE          *
      *  LOTE LANCDVT REGISTRADO NO FEEDREG (EAD71973)       *
      *  O TEDRETC GUARDA UM REGISTRO POR REMESSA RETORNADA; *
      *  SO E RECUSADO O RETORNO DE REMESSA JA PROCESSADA,   *
      *  EM QUALQUER ORDEM DE CHEGADA                        *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETTED ASSIGN TO RETTED
               FILE STATUS IS WK-FS-RETTED.
           SELECT ARQ-TEDENV ASSIGN TO TEDENV
               FILE STATUS IS WK-FS-TEDENV.
           SELECT ARQ-LANCDVT ASSIGN TO LANCDVT
               FILE STATUS IS WK-FS-LANCDVT.
           SELECT ARQ-TEDRETC ASSIGN TO TEDRETC
               FILE STATUS IS WK-FS-TEDRETC.
           SELECT ARQ-CLASSDVT ASSIGN TO CLASSDVT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RETTED
            RECORDING MODE IS F.
       01  REG-RETTED.
           05 FD-TIPO-RETTED              PIC X.
           05 FD-DADOS-RETTED             PIC X(59).
       01  REG-RETTED-HEADER REDEFINES REG-RETTED.
           05 FILLER                      PIC X.
           05 FD-NUMERO-HEADER            PIC 9(6).
           05 FD-DATA-HEADER              PIC 9(8).
           05 FILLER                      PIC X(45).
       01  REG-RETTED-DETALHE REDEFINES REG-RETTED.
           05 FILLER                      PIC X.
           05 FD-SEQ-DETALHE              PIC 9(6).
           05 FD-SITUACAO-DETALHE         PIC X.
           05 FD-MOTIVO-DETALHE           PIC XX.
           05 FD-VALOR-DETALHE            PIC 9(8)V99.
           05 FILLER                      PIC X(40).
       01  REG-RETTED-TRAILER REDEFINES REG-RETTED.
           05 FILLER                      PIC X.
           05 FD-QTDE-TRAILER             PIC 9(6).
           05 FD-SOMA-TRAILER             PIC 9(11)V99.
           05 FILLER                      PIC X(40).
       FD   ARQ-TEDENV
            RECORDING MODE IS F.
       01  REG-TEDENV.
           05 FD-NUMERO-TEDENV            PIC 9(6).
           05 FD-SEQ-TEDENV               PIC 9(6).
           05 FD-CHAVE-TEDENV.
               10 FD-AGENCIA-TEDENV       PIC X(4).
               10 FD-CONTA-TEDENV         PIC 9(5).
           05 FD-DOC-TEDENV               PIC 9(4).
           05 FD-VALOR-TEDENV             PIC 9(6)V99.
           05 FD-DATA-TEDENV              PIC 9(8).
           05 FD-DATA-SOL-TEDENV          PIC 9(8).
       FD   ARQ-LANCDVT
            RECORDING MODE IS F.
       01  REG-LANCDVT.
           05 FD-CHAVE-LANCDVT.
               10 FD-AGENCIA-LANCDVT      PIC X(4).
               10 FD-CONTA-LANCDVT        PIC 9(5).
           05 FD-DOC-LANCDVT              PIC 9(4).
           05 FD-TIPO-LANCDVT             PIC A.
           05 FD-VALOR-LANCDVT            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCDVT      PIC X.
           05 FD-MOEDA-LANCDVT            PIC XX.
           05 FD-DATA-LANCDVT             PIC 9(8).
       01  REG-LANCDVT-TRAILER REDEFINES REG-LANCDVT.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-TEDRETC
            RECORDING MODE IS F.
       01  REG-TEDRETC.
           05 FD-NUMERO-TEDRETC           PIC 9(6).
           05 FD-DATA-TEDRETC             PIC 9(8).
       SD   ARQ-CLASSDVT.
       01  REG-CLASSDVT.
           05 SD-CHAVE-CLASSDVT           PIC X(9).
           05 SD-DOC-CLASSDVT             PIC 9(4).
           05 SD-VALOR-CLASSDVT           PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-RETTED       PIC XX            VALUE SPACES.
       77  WK-FS-TEDENV       PIC XX            VALUE SPACES.
       77  WK-FS-LANCDVT      PIC XX            VALUE SPACES.
       77  WK-FS-TEDRETC      PIC XX            VALUE SPACES.
       77  WK-FIM-CLASSDVT    PIC X             VALUE 'N'.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-NUMERO-REMESSA  PIC 9(6)          VALUE ZEROS.
       77  WK-REMESSA-RETORNADA PIC X           VALUE 'N'.
       77  WK-DATA-RETORNADA  PIC 9(8)          VALUE ZEROS.
       77  WK-HEADER-LIDO     PIC X             VALUE 'N'.
       77  WK-TRAILER-LIDO    PIC X             VALUE 'N'.
       77  WK-TRAILER-QTDE    PIC 9(6)          VALUE ZEROS.
       77  WK-TRAILER-SOMA    PIC 9(11)V99      VALUE ZEROS.
       77  WK-QTD-DETALHES    PIC 9(6)          VALUE ZEROS.
       77  WK-SOMA-DETALHES   PIC 9(11)V99      VALUE ZEROS.
       77  WK-QTD-RETORNOS    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-ENVIADAS    PIC 9(3)          VALUE ZEROS.
       77  WK-ENVIO-ACHADO    PIC X             VALUE 'N'.
       77  WK-CONTADOR-ACEITAS PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-DEVOLVIDAS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-DIVERGENTES PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-SEM-RETORNO PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-ESTORNOS PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-ESTORNOS   PIC 9(9)V99       VALUE ZEROS.
       01  TABELA-RETORNO.
           03 RET-ENTRY OCCURS 500 TIMES INDEXED BY IDX-RET.
               05 TAB-RET-SEQ             PIC 9(6)     VALUE ZEROS.
               05 TAB-RET-SITUACAO        PIC X        VALUE SPACE.
               05 TAB-RET-MOTIVO          PIC XX       VALUE SPACES.
               05 TAB-RET-VALOR           PIC 9(8)V99  VALUE ZEROS.
       01  TABELA-ENVIADAS.
           03 ENV-ENTRY OCCURS 500 TIMES INDEXED BY IDX-ENV.
               05 TAB-ENV-SEQ             PIC 9(6)     VALUE ZEROS.
               05 TAB-ENV-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-ENV-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-ENV-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-ENV-USADO           PIC X        VALUE 'N'.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71990'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCDVT'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71990'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSDVT
               ON ASCENDING KEY SD-CHAVE-CLASSDVT SD-DOC-CLASSDVT
               INPUT PROCEDURE IS 200-CONFERIR
               OUTPUT PROCEDURE IS 400-GRAVAR-LANCDVT.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           PERFORM 104-OBTER-DATA-MOVIMENTO.
           PERFORM 102-CARREGAR-RETTED.
           PERFORM 108-CONFERIR-TEDRETC.
           PERFORM 106-CARREGAR-TEDENV.
           OPEN OUTPUT ARQ-LANCDVT.
           EVALUATE WK-FS-LANCDVT
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCDVT
                           ' O COMANDO OPEN LANCDVT'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCDVT'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCDVT TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *    O RETORNO SO E ACEITO INTEIRO - SEM HEADER, SEM TRAILER
      *    OU COM TOTAIS DE CONTROLE DIVERGENTES NADA E ESTORNADO
       102-CARREGAR-RETTED.
           OPEN INPUT ARQ-RETTED.
           EVALUATE WK-FS-RETTED
               WHEN '00'
                   PERFORM 301-LER-RETTED
                   PERFORM 103-GUARDAR-RETTED
                       UNTIL WK-FS-RETTED = '10'
                   CLOSE ARQ-RETTED
               WHEN '35'
                   DISPLAY 'ARQUIVO RETTED NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RETTED
                           ' O COMANDO OPEN RETTED'
                   MOVE '102-CARREGAR-RETTED' TO WK-ERRO-PARAGRAFO
                   MOVE 'RETTED'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RETTED          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-HEADER-LIDO NOT EQUAL 'S'
              OR WK-TRAILER-LIDO NOT EQUAL 'S'
               DISPLAY 'RETORNO SEM HEADER OU SEM TRAILER - '
                       'EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-TRAILER-QTDE NOT EQUAL WK-QTD-DETALHES
              OR WK-TRAILER-SOMA NOT EQUAL WK-SOMA-DETALHES
               DISPLAY 'TOTAIS DE CONTROLE DO RETORNO DIVERGENTES - '
                       'TRAILER ' WK-TRAILER-QTDE ' ' WK-TRAILER-SOMA
                       ' LIDOS ' WK-QTD-DETALHES ' '
                       WK-SOMA-DETALHES
               DISPLAY 'EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       103-GUARDAR-RETTED.
           EVALUATE FD-TIPO-RETTED
               WHEN '0'
                   MOVE 'S'              TO WK-HEADER-LIDO
                   MOVE FD-NUMERO-HEADER TO WK-NUMERO-REMESSA
               WHEN '1'
                   ADD 1                 TO WK-QTD-DETALHES
                   ADD FD-VALOR-DETALHE  TO WK-SOMA-DETALHES
                   PERFORM 105-GUARDAR-DETALHE
               WHEN '9'
                   MOVE 'S'              TO WK-TRAILER-LIDO
                   MOVE FD-QTDE-TRAILER  TO WK-TRAILER-QTDE
                   MOVE FD-SOMA-TRAILER  TO WK-TRAILER-SOMA
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO NO RETORNO: '
                           FD-TIPO-RETTED ' - EXECUCAO RECUSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-RETTED.
       104-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       105-GUARDAR-DETALHE.
           IF WK-QTD-RETORNOS NOT < 500
               DISPLAY 'TABELA DE RETORNOS CHEIA - '
                       'EXECUCAO RECUSADA'
               MOVE '105-GUARDAR-DETALHE' TO WK-ERRO-PARAGRAFO
               MOVE 'RETTED'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RETTED          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-RETORNOS.
           SET IDX-RET TO WK-QTD-RETORNOS.
           MOVE FD-SEQ-DETALHE      TO TAB-RET-SEQ(IDX-RET).
           MOVE FD-SITUACAO-DETALHE TO TAB-RET-SITUACAO(IDX-RET).
           MOVE FD-MOTIVO-DETALHE   TO TAB-RET-MOTIVO(IDX-RET).
           MOVE FD-VALOR-DETALHE    TO TAB-RET-VALOR(IDX-RET).
      *    SO INTERESSAM AS TRANSFERENCIAS DA REMESSA RETORNADA
       106-CARREGAR-TEDENV.
           OPEN INPUT ARQ-TEDENV.
           EVALUATE WK-FS-TEDENV
               WHEN '00'
                   PERFORM 302-LER-TEDENV
                   PERFORM 107-GUARDAR-TEDENV
                       UNTIL WK-FS-TEDENV = '10'
                   CLOSE ARQ-TEDENV
               WHEN '35'
                   DISPLAY 'ARQUIVO TEDENV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDENV
                           ' O COMANDO OPEN TEDENV'
                   MOVE '106-CARREGAR-TEDENV' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDENV'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDENV          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-ENVIADAS EQUAL ZEROS
               DISPLAY 'REMESSA ' WK-NUMERO-REMESSA
                       ' NAO CONSTA DO TEDENV - EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       107-GUARDAR-TEDENV.
           IF FD-NUMERO-TEDENV EQUAL WK-NUMERO-REMESSA
               IF WK-QTD-ENVIADAS NOT < 500
                   DISPLAY 'TABELA DE TRANSFERENCIAS ENVIADAS CHEIA - '
                           'EXECUCAO RECUSADA'
                   MOVE '107-GUARDAR-TEDENV' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDENV'             TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDENV         TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-QTD-ENVIADAS
               SET IDX-ENV TO WK-QTD-ENVIADAS
               MOVE FD-SEQ-TEDENV   TO TAB-ENV-SEQ(IDX-ENV)
               MOVE FD-CHAVE-TEDENV TO TAB-ENV-CHAVE(IDX-ENV)
               MOVE FD-DOC-TEDENV   TO TAB-ENV-DOC(IDX-ENV)
               MOVE FD-VALOR-TEDENV TO TAB-ENV-VALOR(IDX-ENV)
               MOVE 'N'             TO TAB-ENV-USADO(IDX-ENV)
           END-IF.
           PERFORM 302-LER-TEDENV.
      *    O MESMO RETORNO PROCESSADO DUAS VEZES ESTORNARIA O
      *    DEBITO DO CLIENTE EM DOBRO
       108-CONFERIR-TEDRETC.
           OPEN INPUT ARQ-TEDRETC.
           EVALUATE WK-FS-TEDRETC
               WHEN '00'
                   PERFORM 303-LER-TEDRETC
                   PERFORM 109-PROCURAR-TEDRETC
                       UNTIL WK-FS-TEDRETC = '10'
                   CLOSE ARQ-TEDRETC
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDRETC
                           ' O COMANDO OPEN TEDRETC'
                   MOVE '108-CONFERIR-TEDRETC' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDRETC'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDRETC          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-REMESSA-RETORNADA EQUAL 'S'
               DISPLAY 'RETORNO DA REMESSA ' WK-NUMERO-REMESSA
                       ' JA PROCESSADO EM ' WK-DATA-RETORNADA
                       ' - EXECUCAO RECUSADA'
               MOVE '108-CONFERIR-TEDRETC' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDRETC'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDRETC          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       109-PROCURAR-TEDRETC.
           IF FD-NUMERO-TEDRETC EQUAL WK-NUMERO-REMESSA
               MOVE 'S'             TO WK-REMESSA-RETORNADA
               MOVE FD-DATA-TEDRETC TO WK-DATA-RETORNADA
           END-IF.
           PERFORM 303-LER-TEDRETC.
      *******************************************************
       200-CONFERIR SECTION.
       201-CONFERIR.
           PERFORM 202-CONFERIR-RETORNO VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > WK-QTD-RETORNOS.
           GO TO 209-CONFERIR-EXIT.
       202-CONFERIR-RETORNO.
           PERFORM 203-LOCALIZAR-ENVIO.
           EVALUATE TRUE
               WHEN WK-ENVIO-ACHADO EQUAL 'N'
                   ADD 1 TO WK-CONTADOR-DIVERGENTES
                   DISPLAY 'RETORNO SEM TRANSFERENCIA ENVIADA - SEQ '
                           TAB-RET-SEQ(IDX-RET)
                   PERFORM 205-AVISAR
               WHEN TAB-ENV-VALOR(IDX-ENV)
                    NOT EQUAL TAB-RET-VALOR(IDX-RET)
                   ADD 1 TO WK-CONTADOR-DIVERGENTES
                   DISPLAY 'VALOR DO RETORNO DIVERGENTE DO ENVIADO - '
                           'SEQ ' TAB-RET-SEQ(IDX-RET)
                           ' CONTA ' TAB-ENV-CHAVE(IDX-ENV)
                           ' DOC ' TAB-ENV-DOC(IDX-ENV)
                   PERFORM 205-AVISAR
               WHEN TAB-RET-SITUACAO(IDX-RET) EQUAL 'A'
                   ADD 1 TO WK-CONTADOR-ACEITAS
               WHEN TAB-RET-SITUACAO(IDX-RET) EQUAL 'D'
                   ADD 1 TO WK-CONTADOR-DEVOLVIDAS
                   DISPLAY 'TRANSFERENCIA DEVOLVIDA - CONTA '
                           TAB-ENV-CHAVE(IDX-ENV)
                           ' DOC ' TAB-ENV-DOC(IDX-ENV)
                           ' MOTIVO ' TAB-RET-MOTIVO(IDX-RET)
                   PERFORM 204-LIBERAR-ESTORNO
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-DIVERGENTES
                   DISPLAY 'SITUACAO INVALIDA NO RETORNO - SEQ '
                           TAB-RET-SEQ(IDX-RET) ' SITUACAO '
                           TAB-RET-SITUACAO(IDX-RET)
                   PERFORM 205-AVISAR
           END-EVALUATE.
       203-LOCALIZAR-ENVIO.
           MOVE 'N' TO WK-ENVIO-ACHADO.
           SET IDX-ENV TO 1.
           SEARCH ENV-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-ENV > WK-QTD-ENVIADAS
                   CONTINUE
               WHEN TAB-ENV-USADO(IDX-ENV) EQUAL 'N'
                    AND TAB-ENV-SEQ(IDX-ENV)
                        EQUAL TAB-RET-SEQ(IDX-RET)
                   MOVE 'S' TO WK-ENVIO-ACHADO
                   MOVE 'S' TO TAB-ENV-USADO(IDX-ENV)
           END-SEARCH.
      *    O ESTORNO USA O MESMO DOCUMENTO DO DEBITO ORIGINAL
       204-LIBERAR-ESTORNO.
           MOVE TAB-ENV-CHAVE(IDX-ENV) TO SD-CHAVE-CLASSDVT.
           MOVE TAB-ENV-DOC(IDX-ENV)   TO SD-DOC-CLASSDVT.
           MOVE TAB-ENV-VALOR(IDX-ENV) TO SD-VALOR-CLASSDVT.
           RELEASE REG-CLASSDVT.
       205-AVISAR.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       209-CONFERIR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-RETTED.
           READ ARQ-RETTED.
           EVALUATE WK-FS-RETTED
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RETTED
                           ' O COMANDO READ RETTED'
                   MOVE '301-LER-RETTED' TO WK-ERRO-PARAGRAFO
                   MOVE 'RETTED'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RETTED     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-TEDENV.
           READ ARQ-TEDENV.
           EVALUATE WK-FS-TEDENV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDENV
                           ' O COMANDO READ TEDENV'
                   MOVE '302-LER-TEDENV' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDENV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDENV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-TEDRETC.
           READ ARQ-TEDRETC.
           EVALUATE WK-FS-TEDRETC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDRETC
                           ' O COMANDO READ TEDRETC'
                   MOVE '303-LER-TEDRETC' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDRETC'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDRETC     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GRAVAR-LANCDVT SECTION.
       401-GRAVAR-LANCDVT.
           PERFORM 402-RETORNAR-ESTORNO.
           PERFORM 403-GRAVAR-ESTORNO
               UNTIL WK-FIM-CLASSDVT = 'S'.
           GO TO 409-GRAVAR-LANCDVT-EXIT.
       402-RETORNAR-ESTORNO.
           RETURN ARQ-CLASSDVT
               AT END
                   MOVE 'S' TO WK-FIM-CLASSDVT
           END-RETURN.
       403-GRAVAR-ESTORNO.
           MOVE SD-CHAVE-CLASSDVT TO FD-CHAVE-LANCDVT.
           MOVE SD-DOC-CLASSDVT   TO FD-DOC-LANCDVT.
           MOVE 'E'               TO FD-TIPO-LANCDVT.
           MOVE SD-VALOR-CLASSDVT TO FD-VALOR-LANCDVT.
           MOVE 'D'               TO FD-TIPO-ORIGEM-LANCDVT.
           MOVE 'BR'              TO FD-MOEDA-LANCDVT.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA-LANCDVT.
           WRITE REG-LANCDVT.
           IF WK-FS-LANCDVT NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCDVT
                       ' O COMANDO WRITE LANCDVT'
               MOVE '403-GRAVAR-ESTORNO' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCDVT'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCDVT        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-ESTORNOS.
           ADD SD-VALOR-CLASSDVT TO WK-SOMA-ESTORNOS.
           PERFORM 402-RETORNAR-ESTORNO.
       409-GRAVAR-LANCDVT-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 904-CONTAR-SEM-RETORNO VARYING IDX-ENV FROM 1 BY 1
               UNTIL IDX-ENV > WK-QTD-ENVIADAS.
           IF WK-CONTADOR-SEM-RETORNO NOT EQUAL ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 902-GRAVAR-TRAILER-LANCDVT.
           CLOSE ARQ-LANCDVT.
           IF WK-FS-LANCDVT NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCDVT
                       ' NO COMANDO CLOSE LANCDVT'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCDVT'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCDVT   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 905-GRAVAR-TEDRETC
           END-IF.
           DISPLAY 'RETORNO DA REMESSA DOC/TED ' WK-NUMERO-REMESSA
                   ' - ACEITAS ' WK-CONTADOR-ACEITAS
                   ' DEVOLVIDAS ' WK-CONTADOR-DEVOLVIDAS.
           DISPLAY 'DIVERGENTES ' WK-CONTADOR-DIVERGENTES
                   ' SEM RETORNO ' WK-CONTADOR-SEM-RETORNO
                   ' ESTORNOS NO LANCDVT ' WK-CONTADOR-ESTORNOS.
       902-GRAVAR-TRAILER-LANCDVT.
           MOVE SPACES               TO REG-LANCDVT.
           MOVE WK-CONTADOR-ESTORNOS TO FD-TRAILER-QTDE.
           MOVE 'T'                  TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-ESTORNOS     TO FD-TRAILER-SOMA.
           WRITE REG-LANCDVT.
           IF WK-FS-LANCDVT NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCDVT
                       ' O COMANDO WRITE LANCDVT'
               MOVE '902-GRAVAR-TRAILER' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCDVT'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCDVT        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-ESTORNOS TO WK-FED-QTDE.
           MOVE WK-SOMA-ESTORNOS     TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       904-CONTAR-SEM-RETORNO.
           IF TAB-ENV-USADO(IDX-ENV) EQUAL 'N'
               ADD 1 TO WK-CONTADOR-SEM-RETORNO
               DISPLAY 'TRANSFERENCIA SEM RETORNO - SEQ '
                       TAB-ENV-SEQ(IDX-ENV) ' CONTA '
                       TAB-ENV-CHAVE(IDX-ENV) ' DOC '
                       TAB-ENV-DOC(IDX-ENV)
           END-IF.
       905-GRAVAR-TEDRETC.
           OPEN EXTEND ARQ-TEDRETC.
           IF WK-FS-TEDRETC EQUAL '05' OR WK-FS-TEDRETC EQUAL '35'
               OPEN OUTPUT ARQ-TEDRETC
           END-IF.
           IF WK-FS-TEDRETC NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TEDRETC
                       ' O COMANDO OPEN TEDRETC'
               MOVE '905-GRAVAR-TEDRETC' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDRETC'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDRETC        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WK-NUMERO-REMESSA TO FD-NUMERO-TEDRETC
               MOVE WK-DATA-MOVIMENTO TO FD-DATA-TEDRETC
               WRITE REG-TEDRETC
               IF WK-FS-TEDRETC NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-TEDRETC
                           ' O COMANDO WRITE TEDRETC'
                   MOVE '905-GRAVAR-TEDRETC' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDRETC'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDRETC        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE ARQ-TEDRETC
           END-IF.
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
