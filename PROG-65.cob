       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71965 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  NEGATIVACAO NO BUREAU DE CREDITO - CONFRONTA O      *
      *  ATRASOS DO EAD71931 COM O REGISTRO DE CONTRATOS     *
      *  NEGATIVADOS (NEGREG). CONTRATO COM MAIS DE 90 DIAS  *
      *  AINDA NAO NEGATIVADO GERA INCLUSAO; CONTRATO        *
      *  NEGATIVADO QUE FOI PAGO, QUITADO (SAIU DA CARTEIRA) *
      *  OU RENEGOCIADO NO EAD71950 (RENHIST) GERA EXCLUSAO. *
      *  CPF/CNPJ PELO CLIXREF/CLIMST OU PELO CLIENTES.      *
      *  O NEGREGN E A NOVA GERACAO DO REGISTRO              *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATRASOS ASSIGN TO ATRASOS
               FILE STATUS IS WK-FS-ATRASOS.
           SELECT ARQ-NEGREG ASSIGN TO NEGREG
               FILE STATUS IS WK-FS-NEGREG.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIMST ASSIGN TO CLIMST
               FILE STATUS IS WK-FS-CLIMST.
           SELECT ARQ-CLIXREF ASSIGN TO CLIXREF
               FILE STATUS IS WK-FS-CLIXREF.
           SELECT ARQ-RENHIST ASSIGN TO RENHIST
               FILE STATUS IS WK-FS-RENHIST.
           SELECT ARQ-NEGATIV ASSIGN TO NEGATIV
               FILE STATUS IS WK-FS-NEGATIV.
           SELECT ARQ-NEGREGN ASSIGN TO NEGREGN
               FILE STATUS IS WK-FS-NEGREGN.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD   ARQ-NEGREG
            RECORDING MODE IS F.
       01  REG-NEGREG.
           05 FD-CHAVE-NEGREG             PIC X(12).
           05 FD-DOCUMENTO-NEGREG         PIC 9(14).
           05 FD-NOME-NEGREG              PIC X(30).
           05 FD-VALOR-NEGREG             PIC 9(7)V99.
           05 FD-DATA-NEGREG              PIC 9(8).
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
       FD   ARQ-CLIMST
            RECORDING MODE IS F.
       01  REG-CLIMST.
           05 FD-CPF-CLIMST               PIC 9(14).
           05 FD-NOME-CLIMST              PIC X(30).
       FD   ARQ-CLIXREF
            RECORDING MODE IS F.
       01  REG-CLIXREF.
           05 FD-CPF-CLIXREF              PIC 9(14).
           05 FD-TIPO-CLIXREF             PIC X.
           05 FD-CHAVE-CLIXREF            PIC X(9).
       FD   ARQ-RENHIST
            RECORDING MODE IS F.
       01  REG-RENHIST.
           05 FD-CHAVE-RENHIST            PIC X(12).
           05 FD-DATA-RENHIST             PIC 9(8).
           05 FD-DIVIDA-ANT-RENHIST       PIC 9(7)V99.
           05 FD-PRESTACAO-ANT-RENHIST    PIC 9(5)V99.
           05 FD-TAXA-ANT-RENHIST         PIC 9V99.
           05 FD-PRAZO-ANT-RENHIST        PIC 9(3).
           05 FD-DIVIDA-NOVA-RENHIST      PIC 9(7)V99.
           05 FD-PRESTACAO-NOVA-RENHIST   PIC 9(5)V99.
           05 FD-TAXA-NOVA-RENHIST        PIC 9V99.
           05 FD-PRAZO-NOVO-RENHIST       PIC 9(3).
       FD   ARQ-NEGATIV
            RECORDING MODE IS F.
       01  REG-NEGATIV.
           05 FD-TIPO-NEGATIV             PIC X.
           05 FD-DOCUMENTO-NEGATIV        PIC 9(14).
           05 FD-PESSOA-NEGATIV           PIC X.
           05 FD-NOME-NEGATIV             PIC X(30).
           05 FD-CONTRATO-NEGATIV         PIC X(12).
           05 FD-VALOR-NEGATIV            PIC 9(7)V99.
           05 FD-DIAS-NEGATIV             PIC 9(5).
           05 FD-MOTIVO-NEGATIV           PIC X.
           05 FD-DATA-NEGATIV             PIC 9(8).
       01  REG-NEGATIV-TRAILER REDEFINES REG-NEGATIV.
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-INCLUSOES        PIC 9(9).
           05 FD-TRAILER-EXCLUSOES        PIC 9(9).
           05 FD-TRAILER-DATA             PIC 9(8).
           05 FILLER                      PIC X(54).
       FD   ARQ-NEGREGN
            RECORDING MODE IS F.
       01  REG-NEGREGN.
           05 FD-CHAVE-NEGREGN            PIC X(12).
           05 FD-DOCUMENTO-NEGREGN        PIC 9(14).
           05 FD-NOME-NEGREGN             PIC X(30).
           05 FD-VALOR-NEGREGN            PIC 9(7)V99.
           05 FD-DATA-NEGREGN             PIC 9(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-ATRASOS      PIC XX            VALUE SPACES.
       77  WK-FS-NEGREG       PIC XX            VALUE SPACES.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-CLIMST       PIC XX            VALUE SPACES.
       77  WK-FS-CLIXREF      PIC XX            VALUE SPACES.
       77  WK-FS-RENHIST      PIC XX            VALUE SPACES.
       77  WK-FS-NEGATIV      PIC XX            VALUE SPACES.
       77  WK-FS-NEGREGN      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       77  WK-DIAS-NEGATIVACAO PIC 9(5)         VALUE 90.
       77  WK-QTD-CLIENTES    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-VINCULOS    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-RENEG       PIC 9(3)          VALUE ZEROS.
       77  WK-CPF-ACHADO      PIC X             VALUE 'N'.
       77  WK-RENEGOCIADO     PIC X             VALUE 'N'.
       77  WK-DOCUMENTO       PIC 9(14)         VALUE ZEROS.
       77  WK-NOME            PIC X(30)         VALUE SPACES.
       77  WK-VALOR-VENCIDO   PIC 9(7)V99       VALUE ZEROS.
       77  WK-MOTIVO-EXCLUSAO PIC X             VALUE SPACE.
       77  WK-CONTADOR-INCLUSOES PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-EXCLUSOES PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-SEM-DOC PIC 9(9)         VALUE ZEROS.
       01  TABELA-CLIMST.
           03 CLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-CLI.
               05 TAB-CLI-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-CLI-NOME            PIC X(30)    VALUE SPACES.
       01  TABELA-CLIXREF.
           03 XREF-ENTRY OCCURS 500 TIMES INDEXED BY IDX-XRF.
               05 TAB-XRF-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-XRF-TIPO            PIC X        VALUE SPACE.
               05 TAB-XRF-CHAVE           PIC X(9)     VALUE SPACES.
       01  TABELA-RENHIST.
           03 RENEG-ENTRY OCCURS 200 TIMES INDEXED BY IDX-REN.
               05 TAB-REN-CHAVE           PIC X(12)    VALUE SPACES.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'NEGATIVACAO NO BUREAU DE CREDITO'.
       01  WK-LINHA-CONTRATO.
           05 FILLER              PIC X(9)  VALUE 'CONTRATO '.
           05 WK-NEG-CHAVE        PIC X(12).
           05 FILLER              PIC X(5)  VALUE ' DOC '.
           05 WK-NEG-DOCUMENTO    PIC 9(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-NEG-VALOR        PIC Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-NEG-EVENTO       PIC X(25).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71965'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR
               UNTIL FD-CHAVE-ATRASOS EQUAL HIGH-VALUES
                 AND FD-CHAVE-NEGREG  EQUAL HIGH-VALUES.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           PERFORM 103-CARREGAR-CLIMST.
           PERFORM 104-CARREGAR-CLIXREF.
           PERFORM 105-CARREGAR-RENHIST.
           OPEN INPUT ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   PERFORM 301-LER-ATRASOS
               WHEN '35'
                   DISPLAY 'ARQUIVO ATRASOS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ATRASOS
                           ' O COMANDO OPEN ATRASOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ATRASOS'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ATRASOS TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-NEGREG.
           EVALUATE WK-FS-NEGREG
               WHEN '00'
                   PERFORM 302-LER-NEGREG
               WHEN '35'
                   DISPLAY 'ARQUIVO NEGREG NAO ENCONTRADO - '
                           'NENHUM CONTRATO NEGATIVADO'
                   MOVE '10' TO WK-FS-NEGREG
                   MOVE HIGH-VALUES TO FD-CHAVE-NEGREG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-NEGREG
                           ' O COMANDO OPEN NEGREG'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'NEGREG'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-NEGREG  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 303-LER-CLIENTES
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
           OPEN OUTPUT ARQ-NEGATIV.
           EVALUATE WK-FS-NEGATIV
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-NEGATIV
                           ' O COMANDO OPEN NEGATIV'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'NEGATIV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-NEGATIV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-NEGREGN.
           EVALUATE WK-FS-NEGREGN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-NEGREGN
                           ' O COMANDO OPEN NEGREGN'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'NEGREGN'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-NEGREGN TO WK-ERRO-STATUS
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
       103-CARREGAR-CLIMST.
           OPEN INPUT ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   PERFORM 304-LER-CLIMST
                   PERFORM 106-GUARDAR-CLIMST
                       UNTIL WK-FS-CLIMST = '10'
                   CLOSE ARQ-CLIMST
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIMST NAO ENCONTRADO - '
                           'NOMES PELO CLIENTES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO OPEN CLIMST'
                   MOVE '103-CARREGAR-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-GUARDAR-CLIMST.
           IF WK-QTD-CLIENTES NOT < 200
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                       FD-CPF-CLIMST ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-CLIENTES
               SET IDX-CLI TO WK-QTD-CLIENTES
               MOVE FD-CPF-CLIMST  TO TAB-CLI-CPF(IDX-CLI)
               MOVE FD-NOME-CLIMST TO TAB-CLI-NOME(IDX-CLI)
           END-IF.
           PERFORM 304-LER-CLIMST.
       104-CARREGAR-CLIXREF.
           OPEN INPUT ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   PERFORM 305-LER-CLIXREF
                   PERFORM 107-GUARDAR-CLIXREF
                       UNTIL WK-FS-CLIXREF = '10'
                   CLOSE ARQ-CLIXREF
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIXREF NAO ENCONTRADO - '
                           'DOCUMENTOS PELO CLIENTES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO OPEN CLIXREF'
                   MOVE '104-CARREGAR-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-CLIXREF.
           IF WK-QTD-VINCULOS NOT < 500
               DISPLAY 'TABELA DE VINCULOS CHEIA - VINCULO '
                       FD-CHAVE-CLIXREF ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VINCULOS
               SET IDX-XRF TO WK-QTD-VINCULOS
               MOVE FD-CPF-CLIXREF   TO TAB-XRF-CPF(IDX-XRF)
               MOVE FD-TIPO-CLIXREF  TO TAB-XRF-TIPO(IDX-XRF)
               MOVE FD-CHAVE-CLIXREF TO TAB-XRF-CHAVE(IDX-XRF)
           END-IF.
           PERFORM 305-LER-CLIXREF.
       105-CARREGAR-RENHIST.
           OPEN INPUT ARQ-RENHIST.
           EVALUATE WK-FS-RENHIST
               WHEN '00'
                   PERFORM 306-LER-RENHIST
                   PERFORM 108-GUARDAR-RENHIST
                       UNTIL WK-FS-RENHIST = '10'
                   CLOSE ARQ-RENHIST
               WHEN '35'
                   DISPLAY 'ARQUIVO RENHIST NAO ENCONTRADO - '
                           'SEM RENEGOCIACOES NO CICLO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RENHIST
                           ' O COMANDO OPEN RENHIST'
                   MOVE '105-CARREGAR-RENHIST' TO WK-ERRO-PARAGRAFO
                   MOVE 'RENHIST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RENHIST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-GUARDAR-RENHIST.
           IF WK-QTD-RENEG NOT < 200
               DISPLAY 'TABELA DE RENEGOCIACOES CHEIA - CONTRATO '
                       FD-CHAVE-RENHIST ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-RENEG
               SET IDX-REN TO WK-QTD-RENEG
               MOVE FD-CHAVE-RENHIST TO TAB-REN-CHAVE(IDX-REN)
           END-IF.
           PERFORM 306-LER-RENHIST.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE TRUE
               WHEN FD-CHAVE-ATRASOS < FD-CHAVE-NEGREG
                   PERFORM 202-AVALIAR-INCLUSAO
                   PERFORM 301-LER-ATRASOS
               WHEN FD-CHAVE-ATRASOS EQUAL FD-CHAVE-NEGREG
                   PERFORM 203-AVALIAR-PERMANENCIA
                   PERFORM 301-LER-ATRASOS
                   PERFORM 302-LER-NEGREG
               WHEN OTHER
                   MOVE 'Q' TO WK-MOTIVO-EXCLUSAO
                   MOVE ZEROS TO FD-DIAS-NEGATIV
                   PERFORM 205-GRAVAR-EXCLUSAO
                   PERFORM 302-LER-NEGREG
           END-EVALUATE.
       202-AVALIAR-INCLUSAO.
           IF FD-DIAS-ATRASOS > WK-DIAS-NEGATIVACAO
               PERFORM 207-LOCALIZAR-RENHIST
               IF WK-RENEGOCIADO EQUAL 'N'
                   PERFORM 206-OBTER-DOCUMENTO
                   IF WK-DOCUMENTO EQUAL ZEROS
                       ADD 1 TO WK-CONTADOR-SEM-DOC
                       MOVE FD-CHAVE-ATRASOS TO WK-NEG-CHAVE
                       MOVE ZEROS            TO WK-NEG-DOCUMENTO
                       MOVE WK-VALOR-VENCIDO TO WK-NEG-VALOR
                       MOVE 'SEM CPF/CNPJ - NAO INCLUIDO'
                            TO WK-NEG-EVENTO
                       MOVE WK-LINHA-CONTRATO TO REG-RELATORIO
                       PERFORM 209-GRAVAR-RELATORIO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM 204-GRAVAR-INCLUSAO
                   END-IF
               END-IF
           END-IF.
       203-AVALIAR-PERMANENCIA.
           PERFORM 207-LOCALIZAR-RENHIST.
           MOVE FD-DIAS-ATRASOS TO FD-DIAS-NEGATIV.
           EVALUATE TRUE
               WHEN WK-RENEGOCIADO EQUAL 'S'
                   MOVE 'R' TO WK-MOTIVO-EXCLUSAO
                   PERFORM 205-GRAVAR-EXCLUSAO
               WHEN FD-DIVIDA-ATRASOS EQUAL ZEROS
                   MOVE 'Q' TO WK-MOTIVO-EXCLUSAO
                   PERFORM 205-GRAVAR-EXCLUSAO
               WHEN FD-DIAS-ATRASOS NOT > WK-DIAS-NEGATIVACAO
                   MOVE 'P' TO WK-MOTIVO-EXCLUSAO
                   PERFORM 205-GRAVAR-EXCLUSAO
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-MANTIDOS
                   MOVE REG-NEGREG TO REG-NEGREGN
                   PERFORM 208-GRAVAR-NEGREGN
           END-EVALUATE.
       204-GRAVAR-INCLUSAO.
           MOVE 'I'                   TO FD-TIPO-NEGATIV.
           MOVE WK-DOCUMENTO          TO FD-DOCUMENTO-NEGATIV.
           IF WK-DOCUMENTO < 100000000000
               MOVE 'F'               TO FD-PESSOA-NEGATIV
           ELSE
               MOVE 'J'               TO FD-PESSOA-NEGATIV
           END-IF.
           MOVE WK-NOME               TO FD-NOME-NEGATIV.
           MOVE FD-CHAVE-ATRASOS      TO FD-CONTRATO-NEGATIV.
           MOVE WK-VALOR-VENCIDO      TO FD-VALOR-NEGATIV.
           MOVE FD-DIAS-ATRASOS       TO FD-DIAS-NEGATIV.
           MOVE SPACE                 TO FD-MOTIVO-NEGATIV.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-NEGATIV.
           PERFORM 210-GRAVAR-NEGATIV.
           MOVE FD-CHAVE-ATRASOS      TO FD-CHAVE-NEGREGN.
           MOVE WK-DOCUMENTO          TO FD-DOCUMENTO-NEGREGN.
           MOVE WK-NOME               TO FD-NOME-NEGREGN.
           MOVE WK-VALOR-VENCIDO      TO FD-VALOR-NEGREGN.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-NEGREGN.
           PERFORM 208-GRAVAR-NEGREGN.
           ADD 1 TO WK-CONTADOR-INCLUSOES.
           MOVE FD-CHAVE-ATRASOS      TO WK-NEG-CHAVE.
           MOVE WK-DOCUMENTO          TO WK-NEG-DOCUMENTO.
           MOVE WK-VALOR-VENCIDO      TO WK-NEG-VALOR.
           MOVE 'INCLUSAO'            TO WK-NEG-EVENTO.
           MOVE WK-LINHA-CONTRATO     TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
       205-GRAVAR-EXCLUSAO.
           MOVE 'E'                   TO FD-TIPO-NEGATIV.
           MOVE FD-DOCUMENTO-NEGREG   TO FD-DOCUMENTO-NEGATIV.
           IF FD-DOCUMENTO-NEGREG < 100000000000
               MOVE 'F'               TO FD-PESSOA-NEGATIV
           ELSE
               MOVE 'J'               TO FD-PESSOA-NEGATIV
           END-IF.
           MOVE FD-NOME-NEGREG        TO FD-NOME-NEGATIV.
           MOVE FD-CHAVE-NEGREG       TO FD-CONTRATO-NEGATIV.
           MOVE FD-VALOR-NEGREG       TO FD-VALOR-NEGATIV.
           MOVE WK-MOTIVO-EXCLUSAO    TO FD-MOTIVO-NEGATIV.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-NEGATIV.
           PERFORM 210-GRAVAR-NEGATIV.
           ADD 1 TO WK-CONTADOR-EXCLUSOES.
           MOVE FD-CHAVE-NEGREG       TO WK-NEG-CHAVE.
           MOVE FD-DOCUMENTO-NEGREG   TO WK-NEG-DOCUMENTO.
           MOVE FD-VALOR-NEGREG       TO WK-NEG-VALOR.
           EVALUATE WK-MOTIVO-EXCLUSAO
               WHEN 'P'
                   MOVE 'EXCLUSAO - ATRASO PAGO' TO WK-NEG-EVENTO
               WHEN 'R'
                   MOVE 'EXCLUSAO - RENEGOCIADO' TO WK-NEG-EVENTO
               WHEN OTHER
                   MOVE 'EXCLUSAO - QUITADO'     TO WK-NEG-EVENTO
           END-EVALUATE.
           MOVE WK-LINHA-CONTRATO     TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
       206-OBTER-DOCUMENTO.
           COMPUTE WK-VALOR-VENCIDO = FD-ATR-30-ATRASOS
                   + FD-ATR-60-ATRASOS + FD-ATR-90-ATRASOS
                   + FD-ATR-MAIS-ATRASOS.
           MOVE ZEROS  TO WK-DOCUMENTO.
           MOVE SPACES TO WK-NOME.
           MOVE 'N'    TO WK-CPF-ACHADO.
           IF WK-QTD-VINCULOS NOT EQUAL ZEROS
               SET IDX-XRF TO 1
               SEARCH XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-XRF > WK-QTD-VINCULOS
                       CONTINUE
                   WHEN TAB-XRF-TIPO(IDX-XRF) EQUAL 'E'
                        AND TAB-XRF-CHAVE(IDX-XRF)
                            EQUAL FD-CHAVE-ATRASOS(1:9)
                       MOVE 'S' TO WK-CPF-ACHADO
                       MOVE TAB-XRF-CPF(IDX-XRF) TO WK-DOCUMENTO
               END-SEARCH
           END-IF.
           IF WK-CPF-ACHADO EQUAL 'S'
               AND WK-QTD-CLIENTES NOT EQUAL ZEROS
               SET IDX-CLI TO 1
               SEARCH CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-CLI > WK-QTD-CLIENTES
                       CONTINUE
                   WHEN TAB-CLI-CPF(IDX-CLI) EQUAL WK-DOCUMENTO
                       MOVE TAB-CLI-NOME(IDX-CLI) TO WK-NOME
               END-SEARCH
           END-IF.
           PERFORM 303-LER-CLIENTES
               UNTIL FD-CHAVE-CLIENTES NOT < FD-CHAVE-ATRASOS(1:9).
           IF FD-CHAVE-CLIENTES EQUAL FD-CHAVE-ATRASOS(1:9)
               IF WK-DOCUMENTO EQUAL ZEROS
                   MOVE FD-DOCUMENTO-CLIENTES TO WK-DOCUMENTO
               END-IF
               IF WK-NOME EQUAL SPACES
                   MOVE FD-NOME-CLIENTES TO WK-NOME
               END-IF
           END-IF.
       207-LOCALIZAR-RENHIST.
           MOVE 'N' TO WK-RENEGOCIADO.
           IF WK-QTD-RENEG NOT EQUAL ZEROS
               SET IDX-REN TO 1
               SEARCH RENEG-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-REN > WK-QTD-RENEG
                       CONTINUE
                   WHEN TAB-REN-CHAVE(IDX-REN) EQUAL FD-CHAVE-ATRASOS
                       MOVE 'S' TO WK-RENEGOCIADO
               END-SEARCH
           END-IF.
       208-GRAVAR-NEGREGN.
           WRITE REG-NEGREGN.
           IF WK-FS-NEGREGN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-NEGREGN
                       ' O COMANDO WRITE NEGREGN'
               MOVE '208-GRAVAR-NEGREGN' TO WK-ERRO-PARAGRAFO
               MOVE 'NEGREGN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-NEGREGN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       210-GRAVAR-NEGATIV.
           WRITE REG-NEGATIV.
           IF WK-FS-NEGATIV NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-NEGATIV
                       ' O COMANDO WRITE NEGATIV'
               MOVE '210-GRAVAR-NEGATIV' TO WK-ERRO-PARAGRAFO
               MOVE 'NEGATIV'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-NEGATIV        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
      *******************************************************
       300-LER SECTION.
       301-LER-ATRASOS.
           READ ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-ATRASOS
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
       302-LER-NEGREG.
           READ ARQ-NEGREG.
           EVALUATE WK-FS-NEGREG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-NEGREG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-NEGREG
                           ' O COMANDO READ NEGREG'
                   MOVE '302-LER-NEGREG' TO WK-ERRO-PARAGRAFO
                   MOVE 'NEGREG'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-NEGREG     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-CLIENTES
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO READ CLIENTES'
                   MOVE '303-LER-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-CLIMST.
           READ ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO READ CLIMST'
                   MOVE '304-LER-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-CLIXREF.
           READ ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO READ CLIXREF'
                   MOVE '305-LER-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       306-LER-RENHIST.
           READ ARQ-RENHIST.
           EVALUATE WK-FS-RENHIST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RENHIST
                           ' O COMANDO READ RENHIST'
                   MOVE '306-LER-RENHIST' TO WK-ERRO-PARAGRAFO
                   MOVE 'RENHIST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RENHIST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVAR-TRAILER-NEGATIV.
           MOVE 'INCLUSOES NO BUREAU      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-INCLUSOES         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'EXCLUSOES DO BUREAU      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EXCLUSOES         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'CONTRATOS MANTIDOS       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-MANTIDOS          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'SEM CPF/CNPJ             = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-DOC           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           CLOSE ARQ-ATRASOS.
           CLOSE ARQ-NEGREG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-NEGATIV.
           CLOSE ARQ-NEGREGN.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-NEGATIV NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-NEGATIV
                       ' NO COMANDO CLOSE NEGATIV'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'NEGATIV'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-NEGATIV   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-FS-NEGREGN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-NEGREGN
                       ' NO COMANDO CLOSE NEGREGN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'NEGREGN'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-NEGREGN   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'NEGATIVACAO CONCLUIDA - INCLUSOES '
                   WK-CONTADOR-INCLUSOES ' EXCLUSOES '
                   WK-CONTADOR-EXCLUSOES.
       902-GRAVAR-TRAILER-NEGATIV.
           MOVE SPACES                TO REG-NEGATIV.
           MOVE 'T'                   TO FD-TRAILER-TIPO.
           MOVE WK-CONTADOR-INCLUSOES TO FD-TRAILER-INCLUSOES.
           MOVE WK-CONTADOR-EXCLUSOES TO FD-TRAILER-EXCLUSOES.
           MOVE WK-DATA-PROCESSAMENTO TO FD-TRAILER-DATA.
           PERFORM 210-GRAVAR-NEGATIV.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
