       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71983 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  GUARDA DE GERACAO DOS MESTRES - PASSO EXECUTADO     *
      *  APOS CADA PROMOCAO DO CLIENTES (EAD71925), DO       *
      *  EMPMST (EMPMSTN DO EAD71950/EAD71952) E DO VENDTOT  *
      *  (VENDTOTN DO EAD71948). COPIA O MESTRE PROMOVIDO    *
      *  COMO NOVA GERACAO DATADA NO GERMST, MANTEM SO A     *
      *  QUANTIDADE DE GERACOES DO GERPARM E REGISTRA NO     *
      *  CATALOGO GERCAT A DATA, A QUANTIDADE DE REGISTROS E *
      *  O TOTAL DE CONTROLE DE CADA GERACAO. O GERMST E O   *
      *  GERCAT NAO SAO REGRAVADOS: SAEM GERMSTN E GERCATN,  *
      *  PROMOVIDOS DEPOIS DO PASSO. A RESTAURACAO E FEITA   *
      *  PELO EAD71984                                       *
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
           SELECT ARQ-EMPMST ASSIGN TO EMPMST
               FILE STATUS IS WK-FS-EMPMST.
           SELECT ARQ-VENDTOT ASSIGN TO VENDTOT
               FILE STATUS IS WK-FS-VENDTOT.
           SELECT ARQ-GERPARM ASSIGN TO GERPARM
               FILE STATUS IS WK-FS-GERPARM.
           SELECT ARQ-GERCAT ASSIGN TO GERCAT
               FILE STATUS IS WK-FS-GERCAT.
           SELECT ARQ-GERMST ASSIGN TO GERMST
               FILE STATUS IS WK-FS-GERMST.
           SELECT ARQ-GERCATN ASSIGN TO GERCATN
               FILE STATUS IS WK-FS-GERCATN.
           SELECT ARQ-GERMSTN ASSIGN TO GERMSTN
               FILE STATUS IS WK-FS-GERMSTN.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSGER ASSIGN TO CLASSGER.
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
       FD   ARQ-EMPMST
            RECORDING MODE IS F.
       01  REG-EMPMST.
           05 FD-CHAVE-EMPMST.
               10 FD-AGENCIA-EMPMST       PIC X(4).
               10 FD-CONTA-EMPMST         PIC 9(5).
               10 FD-CONTRATO-EMPMST      PIC 9(3).
           05 FD-DIVIDA-EMPMST            PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMST         PIC 9(5)V99.
           05 FD-TAXA-EMPMST              PIC 9V99.
           05 FD-DATA-INICIO-EMPMST       PIC 9(8).
           05 FD-PRAZO-EMPMST             PIC 9(3).
           05 FD-METODO-EMPMST            PIC X.
           05 FD-INDEXADOR-EMPMST         PIC X(4).
           05 FD-SPREAD-EMPMST            PIC 9V99.
           05 FD-PERIODO-REAJ-EMPMST      PIC 99.
           05 FD-DATA-REAJ-EMPMST         PIC 9(8).
           05 FD-CET-MES-EMPMST           PIC 99V9999.
           05 FD-CET-ANO-EMPMST           PIC 9(4)V99.
       FD   ARQ-VENDTOT
            RECORDING MODE IS F.
       01  REG-VENDTOT.
           05 FD-VENDEDOR-VENDTOT         PIC 9(4).
           05 FD-ANO-VENDTOT              PIC 9(4).
           05 FD-MES-VENDTOT              PIC 99.
           05 FD-VALOR-VENDTOT            PIC 9(8)V99.
       FD   ARQ-GERPARM
            RECORDING MODE IS F.
       01  REG-GERPARM.
           05 FD-MESTRE-GERPARM           PIC X(8).
           05 FD-GERACOES-GERPARM         PIC 99.
       FD   ARQ-GERCAT
            RECORDING MODE IS F.
       01  REG-GERCAT.
           05 FD-MESTRE-GERCAT            PIC X(8).
           05 FD-GERACAO-GERCAT           PIC 9(4).
           05 FD-DATA-GERCAT              PIC 9(8).
           05 FD-QTDE-GERCAT              PIC 9(9).
           05 FD-TOTAL-GERCAT             PIC S9(13)V99.
       FD   ARQ-GERMST
            RECORDING MODE IS F.
       01  REG-GERMST.
           05 FD-MESTRE-GERMST            PIC X(8).
           05 FD-GERACAO-GERMST           PIC 9(4).
           05 FD-SEQUENCIA-GERMST         PIC 9(9).
           05 FD-REGISTRO-GERMST          PIC X(133).
       FD   ARQ-GERCATN
            RECORDING MODE IS F.
       01  REG-GERCATN.
           05 FD-MESTRE-GERCATN           PIC X(8).
           05 FD-GERACAO-GERCATN          PIC 9(4).
           05 FD-DATA-GERCATN             PIC 9(8).
           05 FD-QTDE-GERCATN             PIC 9(9).
           05 FD-TOTAL-GERCATN            PIC S9(13)V99.
       FD   ARQ-GERMSTN
            RECORDING MODE IS F.
       01  REG-GERMSTN.
           05 FD-MESTRE-GERMSTN           PIC X(8).
           05 FD-GERACAO-GERMSTN          PIC 9(4).
           05 FD-SEQUENCIA-GERMSTN        PIC 9(9).
           05 FD-REGISTRO-GERMSTN         PIC X(133).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSGER.
       01  REG-CLASSGER.
           05 SD-MESTRE-CLASSGER          PIC X(8).
           05 SD-GERACAO-CLASSGER         PIC 9(4).
           05 SD-SEQUENCIA-CLASSGER       PIC 9(9).
           05 SD-REGISTRO-CLASSGER        PIC X(133).
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-VENDTOT      PIC XX            VALUE SPACES.
       77  WK-FS-GERPARM      PIC XX            VALUE SPACES.
       77  WK-FS-GERCAT       PIC XX            VALUE SPACES.
       77  WK-FS-GERMST       PIC XX            VALUE SPACES.
       77  WK-FS-GERCATN      PIC XX            VALUE SPACES.
       77  WK-FS-GERMSTN      PIC XX            VALUE SPACES.
       77  WK-FIM-CLASSGER    PIC X             VALUE 'N'.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       77  WK-PARM-MESTRE     PIC X(8)          VALUE SPACES.
       77  WK-GERACOES-MANTER PIC 99            VALUE 5.
       77  WK-GERACOES-MESTRE PIC 9(3)          VALUE ZEROS.
       77  WK-GERACOES-DESCARTAR PIC 9(3)       VALUE ZEROS.
       77  WK-GERACAO-NOVA    PIC 9(4)          VALUE ZEROS.
       77  WK-QTD-CATALOGO    PIC 9(3)          VALUE ZEROS.
       77  WK-SEQUENCIA       PIC 9(9)          VALUE ZEROS.
       77  WK-QTDE-MESTRE     PIC 9(9)          VALUE ZEROS.
       77  WK-TOTAL-MESTRE    PIC S9(13)V99     VALUE ZEROS.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-DESCARTADOS PIC 9(9)     VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  TABELA-CATALOGO.
           03 CAT-ENTRY OCCURS 200 TIMES INDEXED BY IDX-CAT.
               05 TAB-CAT-MESTRE      PIC X(8)      VALUE SPACES.
               05 TAB-CAT-GERACAO     PIC 9(4)      VALUE ZEROS.
               05 TAB-CAT-DATA        PIC 9(8)      VALUE ZEROS.
               05 TAB-CAT-QTDE        PIC 9(9)      VALUE ZEROS.
               05 TAB-CAT-TOTAL       PIC S9(13)V99 VALUE ZEROS.
               05 TAB-CAT-MANTER      PIC X         VALUE 'S'.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(30) VALUE
                  'CATALOGO DE GERACOES - MESTRE '.
           05 WK-TIT-MESTRE       PIC X(8).
           05 FILLER              PIC X(13) VALUE ' - MOVIMENTO '.
           05 WK-TIT-DATA         PIC 9(8).
       01  WK-LINHA-CABECALHO.
           05 FILLER              PIC X(40) VALUE
                  'GERACAO   DATA        REGISTROS    TOTAL'.
           05 FILLER              PIC X(17) VALUE
                  ' DE CONTROLE     '.
       01  WK-LINHA-GERACAO.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WK-GER-GERACAO      PIC 9(4).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WK-GER-DATA         PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-GER-QTDE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-GER-TOTAL        PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-GER-SITUACAO     PIC X(10).
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71983'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71983'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSGER
               ON ASCENDING KEY SD-MESTRE-CLASSGER
                                SD-GERACAO-CLASSGER
                                SD-SEQUENCIA-CLASSGER
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-GRAVAR-GERMSTN.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           DISPLAY 'MESTRE A GUARDAR (CLIENTES EMPMST VENDTOT): '.
           ACCEPT WK-PARM-MESTRE FROM SYSIN.
           IF WK-PARM-MESTRE NOT EQUAL 'CLIENTES' AND 'EMPMST'
                                   AND 'VENDTOT'
               DISPLAY 'MESTRE INVALIDO: ' WK-PARM-MESTRE
               MOVE 12 TO RETURN-CODE
               PERFORM 910-GRAVAR-JORNAL-FIM
               STOP RUN
           END-IF.
           PERFORM 103-CARREGAR-GERPARM.
           PERFORM 105-CARREGAR-GERCAT.
           PERFORM 107-APURAR-RETENCAO.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '101-INICIAR'   TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'     TO WK-ERRO-ARQUIVO
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
      *
      *    SEM GERPARM OU SEM LINHA PARA O MESTRE FICAM 5 GERACOES
      *
       103-CARREGAR-GERPARM.
           OPEN INPUT ARQ-GERPARM.
           EVALUATE WK-FS-GERPARM
               WHEN '00'
                   PERFORM 302-LER-GERPARM
                   PERFORM 104-PROCURAR-GERPARM
                       UNTIL WK-FS-GERPARM = '10'
                   CLOSE ARQ-GERPARM
               WHEN '35'
                   DISPLAY 'ARQUIVO GERPARM NAO ENCONTRADO - '
                           'MANTIDAS ' WK-GERACOES-MANTER ' GERACOES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERPARM
                           ' O COMANDO OPEN GERPARM'
                   MOVE '103-CARREGAR-GERPARM' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERPARM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERPARM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       104-PROCURAR-GERPARM.
           IF FD-MESTRE-GERPARM EQUAL WK-PARM-MESTRE
               IF FD-GERACOES-GERPARM IS NUMERIC
                   AND FD-GERACOES-GERPARM NOT EQUAL ZEROS
                   MOVE FD-GERACOES-GERPARM TO WK-GERACOES-MANTER
               ELSE
                   DISPLAY 'GERPARM INVALIDO PARA ' WK-PARM-MESTRE
                           ' - MANTIDAS ' WK-GERACOES-MANTER
                           ' GERACOES'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 302-LER-GERPARM.
       105-CARREGAR-GERCAT.
           OPEN INPUT ARQ-GERCAT.
           EVALUATE WK-FS-GERCAT
               WHEN '00'
                   PERFORM 303-LER-GERCAT
                   PERFORM 106-GUARDAR-GERCAT
                       UNTIL WK-FS-GERCAT = '10'
                   CLOSE ARQ-GERCAT
               WHEN '35'
                   PERFORM 109-CONFERIR-GERMST
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERCAT
                           ' O COMANDO OPEN GERCAT'
                   MOVE '105-CARREGAR-GERCAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERCAT'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERCAT          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-GUARDAR-GERCAT.
           IF WK-QTD-CATALOGO NOT < 199
               DISPLAY 'TABELA DO CATALOGO CHEIA - EXECUCAO RECUSADA '
                       'PARA NAO PERDER GERACOES'
               MOVE 12 TO RETURN-CODE
               PERFORM 910-GRAVAR-JORNAL-FIM
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-CATALOGO.
           SET IDX-CAT TO WK-QTD-CATALOGO.
           MOVE FD-MESTRE-GERCAT  TO TAB-CAT-MESTRE(IDX-CAT).
           MOVE FD-GERACAO-GERCAT TO TAB-CAT-GERACAO(IDX-CAT).
           MOVE FD-DATA-GERCAT    TO TAB-CAT-DATA(IDX-CAT).
           MOVE FD-QTDE-GERCAT    TO TAB-CAT-QTDE(IDX-CAT).
           MOVE FD-TOTAL-GERCAT   TO TAB-CAT-TOTAL(IDX-CAT).
           MOVE 'S'               TO TAB-CAT-MANTER(IDX-CAT).
           IF FD-MESTRE-GERCAT EQUAL WK-PARM-MESTRE
               ADD 1 TO WK-GERACOES-MESTRE
               IF FD-GERACAO-GERCAT > WK-GERACAO-NOVA
                   MOVE FD-GERACAO-GERCAT TO WK-GERACAO-NOVA
               END-IF
           END-IF.
           PERFORM 303-LER-GERCAT.
      *
      *    A NOVA GERACAO ENTRA NA CONTAGEM; AS MAIS ANTIGAS DO
      *    MESTRE ALEM DA RETENCAO SAEM DO CATALOGO E DO GERMST
      *
       107-APURAR-RETENCAO.
           ADD 1 TO WK-GERACAO-NOVA.
           MOVE ZEROS TO WK-GERACOES-DESCARTAR.
           IF WK-GERACOES-MESTRE + 1 > WK-GERACOES-MANTER
               COMPUTE WK-GERACOES-DESCARTAR = WK-GERACOES-MESTRE
                       + 1 - WK-GERACOES-MANTER
               PERFORM 108-MARCAR-DESCARTE
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > WK-QTD-CATALOGO
                   OR WK-GERACOES-DESCARTAR EQUAL ZEROS
           END-IF.
       108-MARCAR-DESCARTE.
           IF TAB-CAT-MESTRE(IDX-CAT) EQUAL WK-PARM-MESTRE
               MOVE 'N' TO TAB-CAT-MANTER(IDX-CAT)
               SUBTRACT 1 FROM WK-GERACOES-DESCARTAR
               DISPLAY 'GERACAO ' TAB-CAT-GERACAO(IDX-CAT)
                       ' DE ' TAB-CAT-DATA(IDX-CAT)
                       ' DO ' WK-PARM-MESTRE ' DESCARTADA'
           END-IF.
      *
      *    SO SE INICIA CATALOGO NOVO SEM GERCAT E SEM GERMST (OU
      *    GERMST VAZIO); GERACOES GUARDADAS SEM CATALOGO SERIAM
      *    DESCARTADAS NA COPIA, ENTAO A EXECUCAO E RECUSADA
      *
       109-CONFERIR-GERMST.
           OPEN INPUT ARQ-GERMST.
           EVALUATE WK-FS-GERMST
               WHEN '00'
                   PERFORM 304-LER-GERMST
                   CLOSE ARQ-GERMST
               WHEN '35'
                   MOVE '10' TO WK-FS-GERMST
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMST
                           ' O COMANDO OPEN GERMST'
                   MOVE '109-CONFERIR-GERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-FS-GERMST EQUAL '10'
               DISPLAY 'ARQUIVO GERCAT NAO ENCONTRADO - '
                       'CATALOGO INICIADO'
           ELSE
               DISPLAY 'ARQUIVO GERCAT NAO ENCONTRADO COM GERMST '
                       'PREENCHIDO - EXECUCAO RECUSADA'
               MOVE '109-CONFERIR-GERMST' TO WK-ERRO-PARAGRAFO
               MOVE 'GERCAT'              TO WK-ERRO-ARQUIVO
               MOVE '35'                  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               PERFORM 910-GRAVAR-JORNAL-FIM
               STOP RUN
           END-IF.
      *******************************************************
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           PERFORM 202-COPIAR-GERMST.
           EVALUATE WK-PARM-MESTRE
               WHEN 'CLIENTES'
                   PERFORM 204-COPIAR-CLIENTES
               WHEN 'EMPMST'
                   PERFORM 206-COPIAR-EMPMST
               WHEN OTHER
                   PERFORM 208-COPIAR-VENDTOT
           END-EVALUATE.
           GO TO 209-SELECIONAR-EXIT.
       202-COPIAR-GERMST.
           OPEN INPUT ARQ-GERMST.
           EVALUATE WK-FS-GERMST
               WHEN '00'
                   PERFORM 304-LER-GERMST
                   PERFORM 203-SELECIONAR-GERMST
                       UNTIL WK-FS-GERMST = '10'
                   CLOSE ARQ-GERMST
               WHEN '35'
                   DISPLAY 'ARQUIVO GERMST NAO ENCONTRADO - '
                           'PRIMEIRA GERACAO GUARDADA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMST
                           ' O COMANDO OPEN GERMST'
                   MOVE '202-COPIAR-GERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMST'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMST        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       203-SELECIONAR-GERMST.
           SET IDX-CAT TO 1.
           SEARCH CAT-ENTRY
               AT END
                   ADD 1 TO WK-CONTADOR-DESCARTADOS
               WHEN IDX-CAT > WK-QTD-CATALOGO
                   ADD 1 TO WK-CONTADOR-DESCARTADOS
               WHEN TAB-CAT-MESTRE(IDX-CAT) EQUAL FD-MESTRE-GERMST
                    AND TAB-CAT-GERACAO(IDX-CAT)
                        EQUAL FD-GERACAO-GERMST
                   IF TAB-CAT-MANTER(IDX-CAT) EQUAL 'S'
                       MOVE REG-GERMST TO REG-CLASSGER
                       RELEASE REG-CLASSGER
                       ADD 1 TO WK-CONTADOR-MANTIDOS
                   ELSE
                       ADD 1 TO WK-CONTADOR-DESCARTADOS
                   END-IF
           END-SEARCH.
           PERFORM 304-LER-GERMST.
       204-COPIAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 305-LER-CLIENTES
                   PERFORM 205-GUARDAR-CLIENTES
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO OPEN CLIENTES'
                   MOVE '204-COPIAR-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       205-GUARDAR-CLIENTES.
           ADD FD-SALDO-CLIENTES TO WK-TOTAL-MESTRE.
           MOVE REG-CLIENTES TO SD-REGISTRO-CLASSGER.
           PERFORM 210-LIBERAR-REGISTRO.
           PERFORM 305-LER-CLIENTES.
       206-COPIAR-EMPMST.
           OPEN INPUT ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   PERFORM 306-LER-EMPMST
                   PERFORM 207-GUARDAR-EMPMST
                       UNTIL WK-FS-EMPMST = '10'
                   CLOSE ARQ-EMPMST
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO OPEN EMPMST'
                   MOVE '206-COPIAR-EMPMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       207-GUARDAR-EMPMST.
           ADD FD-DIVIDA-EMPMST TO WK-TOTAL-MESTRE.
           MOVE REG-EMPMST TO SD-REGISTRO-CLASSGER.
           PERFORM 210-LIBERAR-REGISTRO.
           PERFORM 306-LER-EMPMST.
       208-COPIAR-VENDTOT.
           OPEN INPUT ARQ-VENDTOT.
           EVALUATE WK-FS-VENDTOT
               WHEN '00'
                   PERFORM 307-LER-VENDTOT
                   PERFORM 211-GUARDAR-VENDTOT
                       UNTIL WK-FS-VENDTOT = '10'
                   CLOSE ARQ-VENDTOT
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDTOT NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDTOT
                           ' O COMANDO OPEN VENDTOT'
                   MOVE '208-COPIAR-VENDTOT' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDTOT'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDTOT        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       211-GUARDAR-VENDTOT.
           ADD FD-VALOR-VENDTOT TO WK-TOTAL-MESTRE.
           MOVE REG-VENDTOT TO SD-REGISTRO-CLASSGER.
           PERFORM 210-LIBERAR-REGISTRO.
           PERFORM 307-LER-VENDTOT.
       210-LIBERAR-REGISTRO.
           ADD 1 TO WK-SEQUENCIA.
           ADD 1 TO WK-QTDE-MESTRE.
           MOVE WK-PARM-MESTRE  TO SD-MESTRE-CLASSGER.
           MOVE WK-GERACAO-NOVA TO SD-GERACAO-CLASSGER.
           MOVE WK-SEQUENCIA    TO SD-SEQUENCIA-CLASSGER.
           RELEASE REG-CLASSGER.
       209-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       302-LER-GERPARM.
           READ ARQ-GERPARM.
           EVALUATE WK-FS-GERPARM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERPARM
                           ' O COMANDO READ GERPARM'
                   MOVE '302-LER-GERPARM' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERPARM'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERPARM     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-GERCAT.
           READ ARQ-GERCAT.
           EVALUATE WK-FS-GERCAT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERCAT
                           ' O COMANDO READ GERCAT'
                   MOVE '303-LER-GERCAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERCAT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERCAT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-GERMST.
           READ ARQ-GERMST.
           EVALUATE WK-FS-GERMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMST
                           ' O COMANDO READ GERMST'
                   MOVE '304-LER-GERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMST     TO WK-ERRO-STATUS
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
                   CONTINUE
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
       306-LER-EMPMST.
           READ ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO READ EMPMST'
                   MOVE '306-LER-EMPMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       307-LER-VENDTOT.
           READ ARQ-VENDTOT.
           EVALUATE WK-FS-VENDTOT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDTOT
                           ' O COMANDO READ VENDTOT'
                   MOVE '307-LER-VENDTOT' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDTOT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDTOT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GRAVAR-GERMSTN SECTION.
       401-GRAVAR-GERMSTN.
           OPEN OUTPUT ARQ-GERMSTN.
           EVALUATE WK-FS-GERMSTN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMSTN
                           ' O COMANDO OPEN GERMSTN'
                   MOVE '401-GRAVAR-GERMSTN' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMSTN'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMSTN        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 402-RETORNAR-GERACAO.
           PERFORM 403-GRAVAR-GERACAO
               UNTIL WK-FIM-CLASSGER = 'S'.
           GO TO 409-GRAVAR-GERMSTN-EXIT.
       402-RETORNAR-GERACAO.
           RETURN ARQ-CLASSGER
               AT END
                   MOVE 'S' TO WK-FIM-CLASSGER
           END-RETURN.
       403-GRAVAR-GERACAO.
           MOVE REG-CLASSGER TO REG-GERMSTN.
           WRITE REG-GERMSTN.
           IF WK-FS-GERMSTN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-GERMSTN
                       ' O COMANDO WRITE GERMSTN'
               MOVE '403-GRAVAR-GERACAO' TO WK-ERRO-PARAGRAFO
               MOVE 'GERMSTN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-GERMSTN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 402-RETORNAR-GERACAO.
       409-GRAVAR-GERMSTN-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-GERMSTN.
           IF WK-FS-GERMSTN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-GERMSTN
                       ' NO COMANDO CLOSE GERMSTN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'GERMSTN'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-GERMSTN   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               PERFORM 910-GRAVAR-JORNAL-FIM
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-CATALOGO.
           SET IDX-CAT TO WK-QTD-CATALOGO.
           MOVE WK-PARM-MESTRE        TO TAB-CAT-MESTRE(IDX-CAT).
           MOVE WK-GERACAO-NOVA       TO TAB-CAT-GERACAO(IDX-CAT).
           MOVE WK-DATA-PROCESSAMENTO TO TAB-CAT-DATA(IDX-CAT).
           MOVE WK-QTDE-MESTRE        TO TAB-CAT-QTDE(IDX-CAT).
           MOVE WK-TOTAL-MESTRE       TO TAB-CAT-TOTAL(IDX-CAT).
           MOVE 'S'                   TO TAB-CAT-MANTER(IDX-CAT).
           PERFORM 902-GERAR-GERCATN.
           MOVE WK-PARM-MESTRE        TO WK-TIT-MESTRE.
           MOVE WK-DATA-PROCESSAMENTO TO WK-TIT-DATA.
           MOVE WK-LINHA-TITULO       TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 906-ERRO-RELATORIO
           END-IF.
           MOVE WK-LINHA-CABECALHO TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           PERFORM 904-LISTAR-GERACAO
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > WK-QTD-CATALOGO.
           CLOSE ARQ-RELATORIO.
           IF WK-QTDE-MESTRE EQUAL ZEROS
               DISPLAY 'MESTRE ' WK-PARM-MESTRE
                       ' VAZIO - GERACAO GUARDADA SEM REGISTROS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'GERACAO ' WK-GERACAO-NOVA ' DO ' WK-PARM-MESTRE
                   ' GUARDADA - REGISTROS ' WK-QTDE-MESTRE.
           DISPLAY 'GERMSTN MANTIDOS ' WK-CONTADOR-MANTIDOS
                   ' DESCARTADOS ' WK-CONTADOR-DESCARTADOS.
           MOVE 'A'                  TO WK-JOR-EVENTO.
           MOVE 'GERMSTN'            TO WK-JOR-ARQUIVO.
           MOVE WK-QTDE-MESTRE       TO WK-JOR-LIDOS.
           COMPUTE WK-JOR-GRAVADOS = WK-QTDE-MESTRE
                   + WK-CONTADOR-MANTIDOS.
           PERFORM 908-GRAVAR-JORNAL.
       902-GERAR-GERCATN.
           OPEN OUTPUT ARQ-GERCATN.
           IF WK-FS-GERCATN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-GERCATN
                       ' O COMANDO OPEN GERCATN'
               MOVE '902-GERAR-GERCATN' TO WK-ERRO-PARAGRAFO
               MOVE 'GERCATN'           TO WK-ERRO-ARQUIVO
               MOVE WK-FS-GERCATN       TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 907-GRAVAR-GERCATN
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > WK-QTD-CATALOGO.
           CLOSE ARQ-GERCATN.
       907-GRAVAR-GERCATN.
           IF TAB-CAT-MANTER(IDX-CAT) EQUAL 'S'
               MOVE TAB-CAT-MESTRE(IDX-CAT)  TO FD-MESTRE-GERCATN
               MOVE TAB-CAT-GERACAO(IDX-CAT) TO FD-GERACAO-GERCATN
               MOVE TAB-CAT-DATA(IDX-CAT)    TO FD-DATA-GERCATN
               MOVE TAB-CAT-QTDE(IDX-CAT)    TO FD-QTDE-GERCATN
               MOVE TAB-CAT-TOTAL(IDX-CAT)   TO FD-TOTAL-GERCATN
               WRITE REG-GERCATN
               IF WK-FS-GERCATN NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-GERCATN
                           ' O COMANDO WRITE GERCATN'
                   MOVE '907-GRAVAR-GERCATN' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERCATN'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERCATN        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       904-LISTAR-GERACAO.
           IF TAB-CAT-MESTRE(IDX-CAT) EQUAL WK-PARM-MESTRE
               MOVE TAB-CAT-GERACAO(IDX-CAT) TO WK-GER-GERACAO
               MOVE TAB-CAT-DATA(IDX-CAT)    TO WK-GER-DATA
               MOVE TAB-CAT-QTDE(IDX-CAT)    TO WK-GER-QTDE
               MOVE TAB-CAT-TOTAL(IDX-CAT)   TO WK-GER-TOTAL
               IF TAB-CAT-MANTER(IDX-CAT) EQUAL 'S'
                   MOVE 'MANTIDA'    TO WK-GER-SITUACAO
               ELSE
                   MOVE 'DESCARTADA' TO WK-GER-SITUACAO
               END-IF
               MOVE WK-LINHA-GERACAO TO REG-RELATORIO
               PERFORM 905-GRAVAR-RELATORIO
           END-IF.
       905-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 906-ERRO-RELATORIO
           END-IF.
       906-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '906-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE SPACES      TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
