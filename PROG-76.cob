       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71976 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  RELATORIO MENSAL DE CHEQUES EM ABERTO POR CONTA -   *
      *  LISTA AS FOLHAS EMITIDAS (E) E SUSTADAS (S) DO      *
      *  REGISTRO CHEQUES AINDA NAO PAGAS NEM CANCELADAS,    *
      *  COM OS DIAS DESDE A EMISSAO DO TALAO ATE A DATA DE  *
      *  MOVIMENTO, E TOTAIS POR CONTA E GERAL               *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHEQUES ASSIGN TO CHEQUES
               FILE STATUS IS WK-FS-CHEQUES.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSCHQ ASSIGN TO CLASSCHQ.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CHEQUES
            RECORDING MODE IS F.
       01  REG-CHEQUES.
           05 FD-CHAVE-CHEQUES.
               10 FD-AGENCIA-CHEQUES      PIC X(4).
               10 FD-CONTA-CHEQUES        PIC 9(5).
           05 FD-NUMERO-INI-CHEQUES       PIC 9(4).
           05 FD-QTDE-CHEQUES             PIC 99.
           05 FD-DATA-EMISSAO-CHEQUES     PIC 9(8).
           05 FD-OPERADOR-CHEQUES         PIC X(8).
           05 FD-SITUACOES-CHEQUES.
               10 FD-SITUACAO-CHEQUES     PIC X OCCURS 20 TIMES.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSCHQ.
       01  REG-CLASSCHQ.
           05 SD-CHAVE-CLASSCHQ.
               10 SD-AGENCIA-CLASSCHQ     PIC X(4).
               10 SD-CONTA-CLASSCHQ       PIC 9(5).
           05 SD-NUMERO-CLASSCHQ          PIC 9(4).
           05 SD-DATA-EMISSAO-CLASSCHQ    PIC 9(8).
           05 SD-SITUACAO-CLASSCHQ        PIC X.
       WORKING-STORAGE SECTION.
       77  WK-FS-CHEQUES      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-DIA-MOVIMENTO   PIC 9(7)          VALUE ZEROS.
       77  WK-DIAS-ABERTO     PIC S9(5)         VALUE ZEROS.
       77  WK-IDX-FOLHA       PIC 99            VALUE ZEROS.
       77  WK-FIM-CLASSCHQ    PIC X             VALUE 'N'.
       77  WK-CHAVE-ATUAL     PIC X(9)          VALUE SPACES.
       77  WK-ABERTOS-CONTA   PIC 9(5)          VALUE ZEROS.
       77  WK-SUSTADOS-CONTA  PIC 9(5)          VALUE ZEROS.
       77  WK-ABERTOS-GERAL   PIC 9(7)          VALUE ZEROS.
       77  WK-SUSTADOS-GERAL  PIC 9(7)          VALUE ZEROS.
       77  WK-CONTAS-GERAL    PIC 9(7)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(41) VALUE
                  'CHEQUES EM ABERTO POR CONTA - POSICAO EM '.
           05 WK-TIT-DATA         PIC 9(8).
       01  WK-LINHA-COLUNAS.
           05 FILLER              PIC X(44) VALUE
                  'AGEN CONTA CHEQUE EMISSAO   DIAS  SITUACAO'.
       01  WK-LINHA-CHEQUE.
           05 WK-CHQ-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-CHQ-CONTA        PIC 9(5).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WK-CHQ-NUMERO       PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-CHQ-EMISSAO      PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-CHQ-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-CHQ-SITUACAO     PIC X(8).
       01  WK-LINHA-TOTAL-CONTA.
           05 FILLER              PIC X(16) VALUE 'TOTAL DA CONTA '.
           05 WK-TCT-CHAVE        PIC X(9).
           05 FILLER              PIC X(12) VALUE ' EM ABERTO '.
           05 WK-TCT-ABERTOS      PIC ZZ.ZZ9.
           05 FILLER              PIC X(10) VALUE ' SUSTADOS '.
           05 WK-TCT-SUSTADOS     PIC ZZ.ZZ9.
       01  WK-LINHA-TOTAL-GERAL.
           05 WK-TGR-ROTULO       PIC X(28).
           05 WK-TGR-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71976'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSCHQ
               ON ASCENDING KEY SD-CHAVE-CLASSCHQ SD-NUMERO-CLASSCHQ
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-EMITIR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE ZEROS TO RETURN-CODE.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           COMPUTE WK-DIA-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-MOVIMENTO).
           OPEN INPUT ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CHEQUES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO OPEN CHEQUES'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-DATA-MOVIMENTO TO WK-TIT-DATA
                   MOVE WK-LINHA-TITULO   TO REG-RELATORIO
                   PERFORM 404-GRAVAR-RELATORIO
                   MOVE WK-LINHA-COLUNAS  TO REG-RELATORIO
                   PERFORM 404-GRAVAR-RELATORIO
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
      *******************************************************
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           PERFORM 301-LER-CHEQUES.
           PERFORM 202-LIBERAR-TALAO UNTIL WK-FS-CHEQUES = '10'.
           GO TO 209-SELECIONAR-EXIT.
       202-LIBERAR-TALAO.
           PERFORM 203-LIBERAR-FOLHA
               VARYING WK-IDX-FOLHA FROM 1 BY 1
               UNTIL WK-IDX-FOLHA > FD-QTDE-CHEQUES.
           PERFORM 301-LER-CHEQUES.
       203-LIBERAR-FOLHA.
           IF FD-SITUACAO-CHEQUES(WK-IDX-FOLHA) EQUAL 'E' OR 'S'
               MOVE FD-CHAVE-CHEQUES        TO SD-CHAVE-CLASSCHQ
               COMPUTE SD-NUMERO-CLASSCHQ = FD-NUMERO-INI-CHEQUES
                                          + WK-IDX-FOLHA - 1
               MOVE FD-DATA-EMISSAO-CHEQUES TO SD-DATA-EMISSAO-CLASSCHQ
               MOVE FD-SITUACAO-CHEQUES(WK-IDX-FOLHA)
                    TO SD-SITUACAO-CLASSCHQ
               RELEASE REG-CLASSCHQ
           END-IF.
       209-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-CHEQUES.
           READ ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO READ CHEQUES'
                   MOVE '301-LER-CHEQUES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-EMITIR SECTION.
       401-EMITIR.
           PERFORM 402-RETORNAR-FOLHA.
           IF WK-FIM-CLASSCHQ EQUAL 'S'
               MOVE 'NENHUM CHEQUE EM ABERTO' TO REG-RELATORIO
               PERFORM 404-GRAVAR-RELATORIO
               GO TO 409-EMITIR-EXIT
           END-IF.
           MOVE SD-CHAVE-CLASSCHQ TO WK-CHAVE-ATUAL.
           PERFORM 403-EMITIR-FOLHA UNTIL WK-FIM-CLASSCHQ = 'S'.
           PERFORM 405-EMITIR-TOTAL-CONTA.
           GO TO 409-EMITIR-EXIT.
       402-RETORNAR-FOLHA.
           RETURN ARQ-CLASSCHQ
               AT END
                   MOVE 'S' TO WK-FIM-CLASSCHQ
           END-RETURN.
       403-EMITIR-FOLHA.
           IF SD-CHAVE-CLASSCHQ NOT EQUAL WK-CHAVE-ATUAL
               PERFORM 405-EMITIR-TOTAL-CONTA
               MOVE SD-CHAVE-CLASSCHQ TO WK-CHAVE-ATUAL
           END-IF.
           COMPUTE WK-DIAS-ABERTO = WK-DIA-MOVIMENTO -
                   FUNCTION INTEGER-OF-DATE(SD-DATA-EMISSAO-CLASSCHQ).
           IF WK-DIAS-ABERTO < ZEROS
               MOVE ZEROS TO WK-DIAS-ABERTO
           END-IF.
           MOVE SD-AGENCIA-CLASSCHQ      TO WK-CHQ-AGENCIA.
           MOVE SD-CONTA-CLASSCHQ        TO WK-CHQ-CONTA.
           MOVE SD-NUMERO-CLASSCHQ       TO WK-CHQ-NUMERO.
           MOVE SD-DATA-EMISSAO-CLASSCHQ TO WK-CHQ-EMISSAO.
           MOVE WK-DIAS-ABERTO           TO WK-CHQ-DIAS.
           IF SD-SITUACAO-CLASSCHQ EQUAL 'S'
               MOVE 'SUSTADO ' TO WK-CHQ-SITUACAO
               ADD 1 TO WK-SUSTADOS-CONTA
           ELSE
               MOVE 'EMITIDO ' TO WK-CHQ-SITUACAO
               ADD 1 TO WK-ABERTOS-CONTA
           END-IF.
           MOVE WK-LINHA-CHEQUE TO REG-RELATORIO.
           PERFORM 404-GRAVAR-RELATORIO.
           PERFORM 402-RETORNAR-FOLHA.
       404-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '404-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       405-EMITIR-TOTAL-CONTA.
           MOVE WK-CHAVE-ATUAL       TO WK-TCT-CHAVE.
           MOVE WK-ABERTOS-CONTA     TO WK-TCT-ABERTOS.
           MOVE WK-SUSTADOS-CONTA    TO WK-TCT-SUSTADOS.
           MOVE WK-LINHA-TOTAL-CONTA TO REG-RELATORIO.
           PERFORM 404-GRAVAR-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 404-GRAVAR-RELATORIO.
           ADD 1                 TO WK-CONTAS-GERAL.
           ADD WK-ABERTOS-CONTA  TO WK-ABERTOS-GERAL.
           ADD WK-SUSTADOS-CONTA TO WK-SUSTADOS-GERAL.
           MOVE ZEROS TO WK-ABERTOS-CONTA.
           MOVE ZEROS TO WK-SUSTADOS-CONTA.
       409-EMITIR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-CHEQUES.
           MOVE 'CONTAS COM CHEQUE EM ABERTO' TO WK-TGR-ROTULO.
           MOVE WK-CONTAS-GERAL   TO WK-TGR-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHEQUES EMITIDOS EM ABERTO ' TO WK-TGR-ROTULO.
           MOVE WK-ABERTOS-GERAL  TO WK-TGR-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHEQUES SUSTADOS NAO PAGOS ' TO WK-TGR-ROTULO.
           MOVE WK-SUSTADOS-GERAL TO WK-TGR-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'CHEQUES EM ABERTO: ' WK-ABERTOS-GERAL
                   ' SUSTADOS: ' WK-SUSTADOS-GERAL
                   ' CONTAS: ' WK-CONTAS-GERAL.
       902-GRAVAR-TOTAL.
           MOVE WK-LINHA-TOTAL-GERAL TO REG-RELATORIO.
           PERFORM 404-GRAVAR-RELATORIO.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
