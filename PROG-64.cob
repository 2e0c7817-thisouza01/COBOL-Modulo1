       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71964 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  GERACAO DO ARQUIVO DE CARTAS AOS CLIENTES - AVISOS  *
      *  DE COBRANCA (CONTRATOS COM 30/60/90 DIAS NO         *
      *  ATRASOS), DE CONTA DORMENTE (DORMANC DO EAD71937)   *
      *  E DE DEBITO AUTOMATICO DEVOLVIDO (ORDDESIST DO      *
      *  EAD71936). NOME E ENDERECO VEM DO CLIENTES. CADA    *
      *  CARTA EMITIDA E REGISTRADA NO CARTLOG E NAO SE      *
      *  REPETE PARA O MESMO CLIENTE NO MESMO CICLO (MES DO  *
      *  MOVIMENTO)                                          *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-ATRASOS ASSIGN TO ATRASOS
               FILE STATUS IS WK-FS-ATRASOS.
           SELECT ARQ-DORMANC ASSIGN TO DORMANC
               FILE STATUS IS WK-FS-DORMANC.
           SELECT ARQ-ORDDESIST ASSIGN TO ORDDESIST
               FILE STATUS IS WK-FS-ORDDESIST.
           SELECT ARQ-CARTLOG ASSIGN TO CARTLOG
               FILE STATUS IS WK-FS-CARTLOG.
           SELECT ARQ-CARTAS ASSIGN TO CARTAS
               FILE STATUS IS WK-FS-CARTAS.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSCART ASSIGN TO CLASSCART.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
       01  REG-CLIENTES.
           05 FD-CHAVE-CLIENTES.
               10 FD-AGENCIA-CLIENTES     PIC X(4).
               10 FD-CONTA-CLIENTES       PIC 9(5).
           05 FD-NOME-CLIENTES            PIC A(20).
           05 FD-SALDO-CLIENTES           PIC S9(6)V99.
           05 FD-LIMITE-CLIENTES          PIC 9(6)V99.
           05 FD-MOEDA-CLIENTES           PIC XX.
           05 FD-SITUACAO-CLIENTES        PIC X.
           05 FD-ENDERECO-CLIENTES        PIC X(30).
           05 FD-CIDADE-CLIENTES          PIC X(20).
           05 FD-UF-CLIENTES              PIC XX.
           05 FD-CEP-CLIENTES             PIC 9(8).
           05 FD-TELEFONE-CLIENTES        PIC X(11).
           05 FD-DOCUMENTO-CLIENTES       PIC 9(14).
       FD   ARQ-ATRASOS
            RECORDING MODE IS F.
       01  REG-ATRASOS.
           05 FD-CHAVE-ATRASOS.
               10 FD-AGENCIA-ATRASOS      PIC X(4).
               10 FD-CONTA-ATRASOS        PIC 9(5).
               10 FD-CONTRATO-ATRASOS     PIC 9(3).
           05 FD-DIVIDA-ATRASOS           PIC 9(7)V99.
           05 FD-DIAS-ATRASOS             PIC 9(5).
           05 FD-ATR-30-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-60-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-90-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-MAIS-ATRASOS         PIC 9(7)V99.
       FD   ARQ-DORMANC
            RECORDING MODE IS F.
       01  REG-DORMANC.
           05 FD-CHAVE-DORMANC.
               10 FD-AGENCIA-DORMANC      PIC X(4).
               10 FD-CONTA-DORMANC        PIC 9(5).
           05 FD-ACAO-DORMANC             PIC X.
           05 FD-NOME-DORMANC             PIC A(20).
           05 FD-LIMITE-DORMANC           PIC 9(6)V99.
           05 FD-MOEDA-DORMANC            PIC XX.
           05 FD-SITUACAO-DORMANC         PIC X.
           05 FD-ENDERECO-DORMANC         PIC X(30).
           05 FD-CIDADE-DORMANC           PIC X(20).
           05 FD-UF-DORMANC               PIC XX.
           05 FD-CEP-DORMANC              PIC 9(8).
           05 FD-TELEFONE-DORMANC         PIC X(11).
           05 FD-DOCUMENTO-DORMANC        PIC 9(14).
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
       FD   ARQ-CARTLOG
            RECORDING MODE IS F.
       01  REG-CARTLOG.
           05 FD-CODIGO-CARTLOG           PIC X(4).
           05 FD-CHAVE-CARTLOG            PIC X(9).
           05 FD-REFERENCIA-CARTLOG       PIC 9(4).
           05 FD-CICLO-CARTLOG            PIC 9(6).
           05 FD-DATA-CARTLOG             PIC 9(8).
       FD   ARQ-CARTAS
            RECORDING MODE IS F.
       01  REG-CARTAS.
           05 FD-CODIGO-CARTAS            PIC X(4).
           05 FD-CHAVE-CARTAS.
               10 FD-AGENCIA-CARTAS       PIC X(4).
               10 FD-CONTA-CARTAS         PIC 9(5).
           05 FD-REFERENCIA-CARTAS        PIC 9(4).
           05 FD-NOME-CARTAS              PIC A(20).
           05 FD-ENDERECO-CARTAS          PIC X(30).
           05 FD-CIDADE-CARTAS            PIC X(20).
           05 FD-UF-CARTAS                PIC XX.
           05 FD-CEP-CARTAS               PIC 9(8).
           05 FD-VALOR-1-CARTAS           PIC S9(7)V99.
           05 FD-VALOR-2-CARTAS           PIC 9(7)V99.
           05 FD-DIAS-CARTAS              PIC 9(5).
           05 FD-DATA-REF-CARTAS          PIC 9(8).
           05 FD-DATA-CARTAS              PIC 9(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSCART.
       01  REG-CLASSCART.
           05 SD-CHAVE-CLASSCART          PIC X(9).
           05 SD-CODIGO-CLASSCART         PIC X(4).
           05 SD-REFERENCIA-CLASSCART     PIC 9(4).
           05 SD-VALOR-1-CLASSCART        PIC S9(7)V99.
           05 SD-VALOR-2-CLASSCART        PIC 9(7)V99.
           05 SD-DIAS-CLASSCART           PIC 9(5).
           05 SD-DATA-REF-CLASSCART       PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-ATRASOS      PIC XX            VALUE SPACES.
       77  WK-FS-DORMANC      PIC XX            VALUE SPACES.
       77  WK-FS-ORDDESIST    PIC XX            VALUE SPACES.
       77  WK-FS-CARTLOG      PIC XX            VALUE SPACES.
       77  WK-FS-CARTAS       PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FIM-CLASSCART   PIC X             VALUE 'N'.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       77  WK-CICLO           PIC 9(6)          VALUE ZEROS.
       77  WK-QTD-CARTLOG     PIC 9(4)          VALUE ZEROS.
       77  WK-CARTA-REPETIDA  PIC X             VALUE 'N'.
       77  WK-CODIGO-CARTA    PIC X(4)          VALUE SPACES.
       77  WK-CHAVE-CARTA     PIC X(9)          VALUE SPACES.
       77  WK-REFERENCIA-CARTA PIC 9(4)         VALUE ZEROS.
       77  WK-VALOR-VENCIDO   PIC 9(7)V99       VALUE ZEROS.
       77  WK-CONTADOR-AT30   PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-AT60   PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-AT90   PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-DORM   PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-DEVD   PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-REPETIDAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-SEM-CADASTRO PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-SEM-ENDERECO PIC 9(9)    VALUE ZEROS.
       01  TABELA-CARTLOG.
           03 CARTLOG-ENTRY OCCURS 2000 TIMES INDEXED BY IDX-LOG.
               05 TAB-LOG-CODIGO          PIC X(4)     VALUE SPACES.
               05 TAB-LOG-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-LOG-REFERENCIA      PIC 9(4)     VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'CARTAS AOS CLIENTES - COBRANCA E AVISOS'.
       01  WK-LINHA-CARTA.
           05 FILLER              PIC X(6)  VALUE 'CARTA '.
           05 WK-CAR-CODIGO       PIC X(4).
           05 FILLER              PIC X(7)  VALUE ' CONTA '.
           05 WK-CAR-CHAVE        PIC X(9).
           05 FILLER              PIC X(5)  VALUE ' REF '.
           05 WK-CAR-REFERENCIA   PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-CAR-EVENTO       PIC X(25).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71964'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSCART
               ON ASCENDING KEY SD-CHAVE-CLASSCART
                                SD-CODIGO-CLASSCART
                                SD-REFERENCIA-CLASSCART
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-EMITIR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           MOVE WK-DATA-PROCESSAMENTO(1:6) TO WK-CICLO.
           PERFORM 103-CARREGAR-CARTLOG.
           PERFORM 105-ABRIR-CARTLOG.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 305-LER-CLIENTES
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO OPEN CLIENTES'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-CARTAS.
           EVALUATE WK-FS-CARTAS
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CARTAS
                           ' O COMANDO OPEN CARTAS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'CARTAS'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CARTAS  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 406-GRAVAR-RELATORIO
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
       102-OBTER-DATA-MOVIMENTO.
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
       103-CARREGAR-CARTLOG.
           OPEN INPUT ARQ-CARTLOG.
           EVALUATE WK-FS-CARTLOG
               WHEN '00'
                   PERFORM 304-LER-CARTLOG
                   PERFORM 104-GUARDAR-CARTLOG
                       UNTIL WK-FS-CARTLOG = '10'
                   CLOSE ARQ-CARTLOG
               WHEN '35'
                   DISPLAY 'ARQUIVO CARTLOG NAO ENCONTRADO - '
                           'SEM CARTAS ANTERIORES NO CICLO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CARTLOG
                           ' O COMANDO OPEN CARTLOG'
                   MOVE '103-CARREGAR-CARTLOG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CARTLOG'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CARTLOG          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       104-GUARDAR-CARTLOG.
           IF FD-CICLO-CARTLOG EQUAL WK-CICLO
               MOVE FD-CODIGO-CARTLOG     TO WK-CODIGO-CARTA
               MOVE FD-CHAVE-CARTLOG      TO WK-CHAVE-CARTA
               MOVE FD-REFERENCIA-CARTLOG TO WK-REFERENCIA-CARTA
               PERFORM 106-INCLUIR-TABELA
           END-IF.
           PERFORM 304-LER-CARTLOG.
       105-ABRIR-CARTLOG.
           OPEN EXTEND ARQ-CARTLOG.
           IF WK-FS-CARTLOG EQUAL '05' OR WK-FS-CARTLOG EQUAL '35'
               OPEN OUTPUT ARQ-CARTLOG
           END-IF.
           EVALUATE WK-FS-CARTLOG
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CARTLOG
                           ' O COMANDO OPEN CARTLOG'
                   MOVE '105-ABRIR-CARTLOG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CARTLOG'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CARTLOG       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-INCLUIR-TABELA.
           IF WK-QTD-CARTLOG NOT < 2000
               DISPLAY 'TABELA DE CARTAS DO CICLO CHEIA - ENTRADA '
                       'IGNORADA ' WK-CHAVE-CARTA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-CARTLOG
               SET IDX-LOG TO WK-QTD-CARTLOG
               MOVE WK-CODIGO-CARTA     TO TAB-LOG-CODIGO(IDX-LOG)
               MOVE WK-CHAVE-CARTA      TO TAB-LOG-CHAVE(IDX-LOG)
               MOVE WK-REFERENCIA-CARTA TO TAB-LOG-REFERENCIA(IDX-LOG)
           END-IF.
       107-LOCALIZAR-TABELA.
           MOVE 'N' TO WK-CARTA-REPETIDA.
           IF WK-QTD-CARTLOG NOT EQUAL ZEROS
               SET IDX-LOG TO 1
               SEARCH CARTLOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-LOG > WK-QTD-CARTLOG
                       CONTINUE
                   WHEN TAB-LOG-CODIGO(IDX-LOG) EQUAL WK-CODIGO-CARTA
                        AND TAB-LOG-CHAVE(IDX-LOG)
                            EQUAL WK-CHAVE-CARTA
                        AND TAB-LOG-REFERENCIA(IDX-LOG)
                            EQUAL WK-REFERENCIA-CARTA
                       MOVE 'S' TO WK-CARTA-REPETIDA
               END-SEARCH
           END-IF.
      *******************************************************
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           OPEN INPUT ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   PERFORM 301-LER-ATRASOS
                   PERFORM 202-SELECIONAR-ATRASOS
                       UNTIL WK-FS-ATRASOS = '10'
                   CLOSE ARQ-ATRASOS
               WHEN '35'
                   DISPLAY 'ARQUIVO ATRASOS NAO ENCONTRADO - '
                           'SEM CARTAS DE COBRANCA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ATRASOS
                           ' O COMANDO OPEN ATRASOS'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ATRASOS'        TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ATRASOS    TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-DORMANC.
           EVALUATE WK-FS-DORMANC
               WHEN '00'
                   PERFORM 302-LER-DORMANC
                   PERFORM 203-SELECIONAR-DORMANC
                       UNTIL WK-FS-DORMANC = '10'
                   CLOSE ARQ-DORMANC
               WHEN '35'
                   DISPLAY 'ARQUIVO DORMANC NAO ENCONTRADO - '
                           'SEM AVISOS DE DORMENCIA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-DORMANC
                           ' O COMANDO OPEN DORMANC'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'DORMANC'        TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-DORMANC    TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-ORDDESIST.
           EVALUATE WK-FS-ORDDESIST
               WHEN '00'
                   PERFORM 303-LER-ORDDESIST
                   PERFORM 204-SELECIONAR-ORDDESIST
                       UNTIL WK-FS-ORDDESIST = '10'
                   CLOSE ARQ-ORDDESIST
               WHEN '35'
                   DISPLAY 'ARQUIVO ORDDESIST NAO ENCONTRADO - '
                           'SEM AVISOS DE DEBITO DEVOLVIDO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ORDDESIST
                           ' O COMANDO OPEN ORDDESIST'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ORDDESIST'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ORDDESIST  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           GO TO 209-SELECIONAR-EXIT.
       202-SELECIONAR-ATRASOS.
           MOVE SPACES TO WK-CODIGO-CARTA.
           EVALUATE TRUE
               WHEN FD-DIAS-ATRASOS NOT < 90
                   MOVE 'AT90' TO WK-CODIGO-CARTA
               WHEN FD-DIAS-ATRASOS NOT < 60
                   MOVE 'AT60' TO WK-CODIGO-CARTA
               WHEN FD-DIAS-ATRASOS NOT < 30
                   MOVE 'AT30' TO WK-CODIGO-CARTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WK-CODIGO-CARTA NOT EQUAL SPACES
               COMPUTE WK-VALOR-VENCIDO = FD-ATR-30-ATRASOS
                       + FD-ATR-60-ATRASOS + FD-ATR-90-ATRASOS
                       + FD-ATR-MAIS-ATRASOS
               MOVE FD-AGENCIA-ATRASOS  TO SD-CHAVE-CLASSCART(1:4)
               MOVE FD-CONTA-ATRASOS    TO SD-CHAVE-CLASSCART(5:5)
               MOVE FD-CONTRATO-ATRASOS TO SD-REFERENCIA-CLASSCART
               MOVE WK-VALOR-VENCIDO    TO SD-VALOR-1-CLASSCART
               MOVE FD-DIVIDA-ATRASOS   TO SD-VALOR-2-CLASSCART
               MOVE FD-DIAS-ATRASOS     TO SD-DIAS-CLASSCART
               MOVE ZEROS               TO SD-DATA-REF-CLASSCART
               PERFORM 205-LIBERAR-EVENTO
           END-IF.
           PERFORM 301-LER-ATRASOS.
       203-SELECIONAR-DORMANC.
           IF FD-ACAO-DORMANC EQUAL 'S'
               AND FD-SITUACAO-DORMANC EQUAL 'D'
               MOVE 'DORM'              TO WK-CODIGO-CARTA
               MOVE FD-CHAVE-DORMANC    TO SD-CHAVE-CLASSCART
               MOVE ZEROS               TO SD-REFERENCIA-CLASSCART
               MOVE ZEROS               TO SD-VALOR-1-CLASSCART
               MOVE ZEROS               TO SD-VALOR-2-CLASSCART
               MOVE ZEROS               TO SD-DIAS-CLASSCART
               MOVE ZEROS               TO SD-DATA-REF-CLASSCART
               PERFORM 205-LIBERAR-EVENTO
           END-IF.
           PERFORM 302-LER-DORMANC.
       204-SELECIONAR-ORDDESIST.
           MOVE 'DEVD'                   TO WK-CODIGO-CARTA.
           MOVE FD-CHAVE-ORDDESIST       TO SD-CHAVE-CLASSCART.
           MOVE FD-DOC-ORDDESIST         TO SD-REFERENCIA-CLASSCART.
           MOVE FD-VALOR-ORDDESIST       TO SD-VALOR-1-CLASSCART.
           MOVE ZEROS                    TO SD-VALOR-2-CLASSCART.
           MOVE FD-TENTATIVAS-ORDDESIST  TO SD-DIAS-CLASSCART.
           MOVE FD-DATA-DEBITO-ORDDESIST TO SD-DATA-REF-CLASSCART.
           PERFORM 205-LIBERAR-EVENTO.
           PERFORM 303-LER-ORDDESIST.
       205-LIBERAR-EVENTO.
           MOVE WK-CODIGO-CARTA         TO SD-CODIGO-CLASSCART.
           MOVE SD-CHAVE-CLASSCART      TO WK-CHAVE-CARTA.
           MOVE SD-REFERENCIA-CLASSCART TO WK-REFERENCIA-CARTA.
           PERFORM 107-LOCALIZAR-TABELA.
           IF WK-CARTA-REPETIDA EQUAL 'S'
               ADD 1 TO WK-CONTADOR-REPETIDAS
           ELSE
               PERFORM 106-INCLUIR-TABELA
               RELEASE REG-CLASSCART
           END-IF.
       209-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-ATRASOS.
           READ ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ATRASOS
                           ' O COMANDO READ ATRASOS'
                   MOVE '301-LER-ATRASOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'ATRASOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ATRASOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-DORMANC.
           READ ARQ-DORMANC.
           EVALUATE WK-FS-DORMANC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-DORMANC
                           ' O COMANDO READ DORMANC'
                   MOVE '302-LER-DORMANC' TO WK-ERRO-PARAGRAFO
                   MOVE 'DORMANC'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-DORMANC     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-ORDDESIST.
           READ ARQ-ORDDESIST.
           EVALUATE WK-FS-ORDDESIST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ORDDESIST
                           ' O COMANDO READ ORDDESIST'
                   MOVE '303-LER-ORDDESIST' TO WK-ERRO-PARAGRAFO
                   MOVE 'ORDDESIST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ORDDESIST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-CARTLOG.
           READ ARQ-CARTLOG.
           EVALUATE WK-FS-CARTLOG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CARTLOG
                           ' O COMANDO READ CARTLOG'
                   MOVE '304-LER-CARTLOG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CARTLOG'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CARTLOG     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-CLIENTES
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO READ CLIENTES'
                   MOVE '305-LER-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-EMITIR SECTION.
       401-EMITIR.
           PERFORM 402-RETORNAR-EVENTO.
           PERFORM 403-TRATAR-EVENTO
               UNTIL WK-FIM-CLASSCART = 'S'.
           GO TO 409-EMITIR-EXIT.
       402-RETORNAR-EVENTO.
           RETURN ARQ-CLASSCART
               AT END
                   MOVE 'S' TO WK-FIM-CLASSCART
           END-RETURN.
       403-TRATAR-EVENTO.
           PERFORM 305-LER-CLIENTES
               UNTIL FD-CHAVE-CLIENTES NOT < SD-CHAVE-CLASSCART.
           MOVE SD-CODIGO-CLASSCART     TO WK-CAR-CODIGO.
           MOVE SD-CHAVE-CLASSCART      TO WK-CAR-CHAVE.
           MOVE SD-REFERENCIA-CLASSCART TO WK-CAR-REFERENCIA.
           EVALUATE TRUE
               WHEN FD-CHAVE-CLIENTES NOT EQUAL SD-CHAVE-CLASSCART
                   ADD 1 TO WK-CONTADOR-SEM-CADASTRO
                   MOVE 'CONTA SEM CADASTRO' TO WK-CAR-EVENTO
                   MOVE WK-LINHA-CARTA TO REG-RELATORIO
                   PERFORM 406-GRAVAR-RELATORIO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN FD-ENDERECO-CLIENTES EQUAL SPACES
                    OR FD-CEP-CLIENTES EQUAL ZEROS
                   ADD 1 TO WK-CONTADOR-SEM-ENDERECO
                   MOVE 'CLIENTE SEM ENDERECO' TO WK-CAR-EVENTO
                   MOVE WK-LINHA-CARTA TO REG-RELATORIO
                   PERFORM 406-GRAVAR-RELATORIO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 404-GRAVAR-CARTA
                   PERFORM 405-GRAVAR-CARTLOG
           END-EVALUATE.
           PERFORM 402-RETORNAR-EVENTO.
       404-GRAVAR-CARTA.
           MOVE SD-CODIGO-CLASSCART     TO FD-CODIGO-CARTAS.
           MOVE SD-CHAVE-CLASSCART      TO FD-CHAVE-CARTAS.
           MOVE SD-REFERENCIA-CLASSCART TO FD-REFERENCIA-CARTAS.
           MOVE FD-NOME-CLIENTES        TO FD-NOME-CARTAS.
           MOVE FD-ENDERECO-CLIENTES    TO FD-ENDERECO-CARTAS.
           MOVE FD-CIDADE-CLIENTES      TO FD-CIDADE-CARTAS.
           MOVE FD-UF-CLIENTES          TO FD-UF-CARTAS.
           MOVE FD-CEP-CLIENTES         TO FD-CEP-CARTAS.
           IF SD-CODIGO-CLASSCART EQUAL 'DORM'
               MOVE FD-SALDO-CLIENTES   TO FD-VALOR-1-CARTAS
           ELSE
               MOVE SD-VALOR-1-CLASSCART TO FD-VALOR-1-CARTAS
           END-IF.
           MOVE SD-VALOR-2-CLASSCART    TO FD-VALOR-2-CARTAS.
           MOVE SD-DIAS-CLASSCART       TO FD-DIAS-CARTAS.
           MOVE SD-DATA-REF-CLASSCART   TO FD-DATA-REF-CARTAS.
           MOVE WK-DATA-PROCESSAMENTO   TO FD-DATA-CARTAS.
           WRITE REG-CARTAS.
           IF WK-FS-CARTAS NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-CARTAS
                       ' O COMANDO WRITE CARTAS'
               MOVE '404-GRAVAR-CARTA' TO WK-ERRO-PARAGRAFO
               MOVE 'CARTAS'           TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CARTAS       TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE SD-CODIGO-CLASSCART
               WHEN 'AT30'
                   ADD 1 TO WK-CONTADOR-AT30
                   MOVE 'COBRANCA 30 DIAS' TO WK-CAR-EVENTO
               WHEN 'AT60'
                   ADD 1 TO WK-CONTADOR-AT60
                   MOVE 'COBRANCA 60 DIAS' TO WK-CAR-EVENTO
               WHEN 'AT90'
                   ADD 1 TO WK-CONTADOR-AT90
                   MOVE 'COBRANCA 90 DIAS' TO WK-CAR-EVENTO
               WHEN 'DORM'
                   ADD 1 TO WK-CONTADOR-DORM
                   MOVE 'AVISO DE CONTA DORMENTE' TO WK-CAR-EVENTO
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-DEVD
                   MOVE 'DEBITO AUTOM. DEVOLVIDO' TO WK-CAR-EVENTO
           END-EVALUATE.
           MOVE WK-LINHA-CARTA TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
       405-GRAVAR-CARTLOG.
           MOVE SD-CODIGO-CLASSCART     TO FD-CODIGO-CARTLOG.
           MOVE SD-CHAVE-CLASSCART      TO FD-CHAVE-CARTLOG.
           MOVE SD-REFERENCIA-CLASSCART TO FD-REFERENCIA-CARTLOG.
           MOVE WK-CICLO                TO FD-CICLO-CARTLOG.
           MOVE WK-DATA-PROCESSAMENTO   TO FD-DATA-CARTLOG.
           WRITE REG-CARTLOG.
           IF WK-FS-CARTLOG NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-CARTLOG
                       ' O COMANDO WRITE CARTLOG'
               MOVE '405-GRAVAR-CARTLOG' TO WK-ERRO-PARAGRAFO
               MOVE 'CARTLOG'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CARTLOG        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       406-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '406-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       409-EMITIR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'CARTAS COBRANCA 30 DIAS  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AT30              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CARTAS COBRANCA 60 DIAS  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AT60              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CARTAS COBRANCA 90 DIAS  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AT90              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CARTAS CONTA DORMENTE    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DORM              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CARTAS DEBITO DEVOLVIDO  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DEVD              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'JA ENVIADAS NO CICLO     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REPETIDAS         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CONTAS SEM CADASTRO      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-CADASTRO      TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CLIENTES SEM ENDERECO    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-ENDERECO      TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CARTAS.
           CLOSE ARQ-CARTLOG.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-CARTAS NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-CARTAS
                       ' NO COMANDO CLOSE CARTAS'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'CARTAS'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CARTAS    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-FS-CARTLOG NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-CARTLOG
                       ' NO COMANDO CLOSE CARTLOG'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'CARTLOG'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CARTLOG   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'CARTAS GERADAS - COBRANCA '
                   WK-CONTADOR-AT30 ' ' WK-CONTADOR-AT60 ' '
                   WK-CONTADOR-AT90 ' DORMENTES ' WK-CONTADOR-DORM
                   ' DEVOLVIDOS ' WK-CONTADOR-DEVD.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
