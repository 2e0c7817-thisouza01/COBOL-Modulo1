       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71984 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  RESTAURACAO DE GERACAO DOS MESTRES - TRAZ DE VOLTA  *
      *  UMA GERACAO GUARDADA PELO EAD71983 NO GERMST PARA O *
      *  CLIENTES, O EMPMST OU O VENDTOT. ANTES DE GRAVAR O  *
      *  MESTRE CONFERE A QUANTIDADE DE REGISTROS E O TOTAL  *
      *  DE CONTROLE DA GERACAO CONTRA O CATALOGO GERCAT;    *
      *  DIVERGINDO, O MESTRE NAO E TOCADO. A RESTAURACAO E  *
      *  REGISTRADA NO JORNAL (EAD71933)                     *
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
           SELECT ARQ-GERCAT ASSIGN TO GERCAT
               FILE STATUS IS WK-FS-GERCAT.
           SELECT ARQ-GERMST ASSIGN TO GERMST
               FILE STATUS IS WK-FS-GERMST.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
       01  REG-CLIENTES                   PIC X(133).
       FD   ARQ-EMPMST
            RECORDING MODE IS F.
       01  REG-EMPMST                     PIC X(72).
       FD   ARQ-VENDTOT
            RECORDING MODE IS F.
       01  REG-VENDTOT                    PIC X(20).
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
           05 FD-CLIENTES-GERMST REDEFINES FD-REGISTRO-GERMST.
               10 FILLER                  PIC X(29).
               10 FD-SALDO-GERMST         PIC S9(6)V99.
               10 FILLER                  PIC X(96).
           05 FD-EMPMST-GERMST REDEFINES FD-REGISTRO-GERMST.
               10 FILLER                  PIC X(12).
               10 FD-DIVIDA-GERMST        PIC 9(7)V99.
               10 FILLER                  PIC X(112).
           05 FD-VENDTOT-GERMST REDEFINES FD-REGISTRO-GERMST.
               10 FILLER                  PIC X(10).
               10 FD-VALOR-GERMST         PIC 9(8)V99.
               10 FILLER                  PIC X(113).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-VENDTOT      PIC XX            VALUE SPACES.
       77  WK-FS-GERCAT       PIC XX            VALUE SPACES.
       77  WK-FS-GERMST       PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FS-MESTRE       PIC XX            VALUE SPACES.
       77  WK-PARM-MESTRE     PIC X(8)          VALUE SPACES.
       01  WK-PARM-GERACAO    PIC X(4)          VALUE SPACES.
       01  WK-PARM-GERACAO-N REDEFINES WK-PARM-GERACAO
                              PIC 9(4).
       77  WK-ACHOU-GERACAO   PIC X             VALUE 'N'.
       77  WK-CAT-GERACAO     PIC 9(4)          VALUE ZEROS.
       77  WK-CAT-DATA        PIC 9(8)          VALUE ZEROS.
       77  WK-CAT-QTDE        PIC 9(9)          VALUE ZEROS.
       77  WK-CAT-TOTAL       PIC S9(13)V99     VALUE ZEROS.
       77  WK-QTDE-GERMST     PIC 9(9)          VALUE ZEROS.
       77  WK-TOTAL-GERMST    PIC S9(13)V99     VALUE ZEROS.
       77  WK-CONTADOR-LIDOS  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-GRAVADOS PIC 9(9)        VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(25) VALUE
                  'RESTAURACAO DE GERACAO - '.
           05 WK-TIT-MESTRE       PIC X(8).
           05 FILLER              PIC X(9)  VALUE ' GERACAO '.
           05 WK-TIT-GERACAO      PIC 9(4).
           05 FILLER              PIC X(4)  VALUE ' DE '.
           05 WK-TIT-DATA         PIC 9(8).
       01  WK-LINHA-PROVA.
           05 WK-PROVA-DESCRICAO  PIC X(24).
           05 WK-PROVA-QTDE       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-PROVA-TOTAL      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-MENSAGEM.
           05 WK-MENSAGEM         PIC X(80) VALUE SPACES.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71984'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71984'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONFERIR-GERACAO.
           PERFORM 203-RESTAURAR-GERACAO.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           DISPLAY 'MESTRE A RESTAURAR (CLIENTES EMPMST VENDTOT): '.
           ACCEPT WK-PARM-MESTRE FROM SYSIN.
           DISPLAY 'GERACAO (BRANCO = A MAIS RECENTE): '.
           ACCEPT WK-PARM-GERACAO FROM SYSIN.
           IF WK-PARM-MESTRE NOT EQUAL 'CLIENTES' AND 'EMPMST'
                                   AND 'VENDTOT'
               DISPLAY 'MESTRE INVALIDO: ' WK-PARM-MESTRE
               PERFORM 109-RECUSAR
           END-IF.
           IF WK-PARM-GERACAO NOT EQUAL SPACES
               AND WK-PARM-GERACAO-N NOT NUMERIC
               DISPLAY 'GERACAO INVALIDA: ' WK-PARM-GERACAO
               PERFORM 109-RECUSAR
           END-IF.
           PERFORM 102-CARREGAR-GERCAT.
           IF WK-ACHOU-GERACAO NOT EQUAL 'S'
               DISPLAY 'GERACAO ' WK-PARM-GERACAO ' DO '
                       WK-PARM-MESTRE ' NAO CONSTA DO CATALOGO'
               PERFORM 109-RECUSAR
           END-IF.
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
           MOVE WK-PARM-MESTRE TO WK-TIT-MESTRE.
           MOVE WK-CAT-GERACAO TO WK-TIT-GERACAO.
           MOVE WK-CAT-DATA    TO WK-TIT-DATA.
           MOVE WK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 906-ERRO-RELATORIO
           END-IF.
       102-CARREGAR-GERCAT.
           OPEN INPUT ARQ-GERCAT.
           EVALUATE WK-FS-GERCAT
               WHEN '00'
                   PERFORM 302-LER-GERCAT
                   PERFORM 103-PROCURAR-GERACAO
                       UNTIL WK-FS-GERCAT = '10'
                   CLOSE ARQ-GERCAT
               WHEN '35'
                   DISPLAY 'ARQUIVO GERCAT NAO ENCONTRADO'
                   PERFORM 109-RECUSAR
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERCAT
                           ' O COMANDO OPEN GERCAT'
                   MOVE '102-CARREGAR-GERCAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERCAT'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERCAT          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    SEM GERACAO INFORMADA FICA A DE NUMERO MAIS ALTO
      *
       103-PROCURAR-GERACAO.
           IF FD-MESTRE-GERCAT EQUAL WK-PARM-MESTRE
               IF WK-PARM-GERACAO EQUAL SPACES
                   IF FD-GERACAO-GERCAT > WK-CAT-GERACAO
                       PERFORM 104-GUARDAR-GERACAO
                   END-IF
               ELSE
                   IF FD-GERACAO-GERCAT EQUAL WK-PARM-GERACAO-N
                       PERFORM 104-GUARDAR-GERACAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 302-LER-GERCAT.
       104-GUARDAR-GERACAO.
           MOVE 'S'               TO WK-ACHOU-GERACAO.
           MOVE FD-GERACAO-GERCAT TO WK-CAT-GERACAO.
           MOVE FD-DATA-GERCAT    TO WK-CAT-DATA.
           MOVE FD-QTDE-GERCAT    TO WK-CAT-QTDE.
           MOVE FD-TOTAL-GERCAT   TO WK-CAT-TOTAL.
       109-RECUSAR.
           DISPLAY 'RESTAURACAO RECUSADA - MESTRE NAO ALTERADO'.
           MOVE 12 TO RETURN-CODE.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           STOP RUN.
      *******************************************************
       200-RESTAURAR SECTION.
      *
      *    PRIMEIRA PASSADA - SO CONFERE A GERACAO CONTRA O
      *    CATALOGO; O MESTRE SO E ABERTO SE BATER
      *
       201-CONFERIR-GERACAO.
           PERFORM 205-ABRIR-GERMST.
           PERFORM 303-LER-GERMST.
           PERFORM 202-SOMAR-GERMST
               UNTIL WK-FS-GERMST = '10'.
           CLOSE ARQ-GERMST.
           MOVE 'CATALOGO GERCAT'    TO WK-PROVA-DESCRICAO.
           MOVE WK-CAT-QTDE          TO WK-PROVA-QTDE.
           MOVE WK-CAT-TOTAL         TO WK-PROVA-TOTAL.
           MOVE WK-LINHA-PROVA       TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           MOVE 'GERACAO NO GERMST'  TO WK-PROVA-DESCRICAO.
           MOVE WK-QTDE-GERMST       TO WK-PROVA-QTDE.
           MOVE WK-TOTAL-GERMST      TO WK-PROVA-TOTAL.
           MOVE WK-LINHA-PROVA       TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           IF WK-QTDE-GERMST NOT EQUAL WK-CAT-QTDE
               OR WK-TOTAL-GERMST NOT EQUAL WK-CAT-TOTAL
               MOVE 'GERACAO DIVERGE DO CATALOGO - RESTAURACAO RECUSADA'
                    TO WK-MENSAGEM
               MOVE WK-LINHA-MENSAGEM TO REG-RELATORIO
               PERFORM 905-GRAVAR-RELATORIO
               CLOSE ARQ-RELATORIO
               DISPLAY 'GERACAO ' WK-CAT-GERACAO ' DO '
                       WK-PARM-MESTRE ' DIVERGE DO CATALOGO'
               DISPLAY 'CATALOGO REGISTROS ' WK-CAT-QTDE
                       ' GERMST REGISTROS ' WK-QTDE-GERMST
               MOVE 'A'               TO WK-JOR-EVENTO
               MOVE 'GERMST'          TO WK-JOR-ARQUIVO
               MOVE WK-CONTADOR-LIDOS TO WK-JOR-LIDOS
               MOVE ZEROS             TO WK-JOR-GRAVADOS
               PERFORM 908-GRAVAR-JORNAL
               PERFORM 109-RECUSAR
           END-IF.
       202-SOMAR-GERMST.
           ADD 1 TO WK-CONTADOR-LIDOS.
           IF FD-MESTRE-GERMST EQUAL WK-PARM-MESTRE
               AND FD-GERACAO-GERMST EQUAL WK-CAT-GERACAO
               ADD 1 TO WK-QTDE-GERMST
               EVALUATE WK-PARM-MESTRE
                   WHEN 'CLIENTES'
                       ADD FD-SALDO-GERMST  TO WK-TOTAL-GERMST
                   WHEN 'EMPMST'
                       ADD FD-DIVIDA-GERMST TO WK-TOTAL-GERMST
                   WHEN OTHER
                       ADD FD-VALOR-GERMST  TO WK-TOTAL-GERMST
               END-EVALUATE
           END-IF.
           PERFORM 303-LER-GERMST.
      *
      *    SEGUNDA PASSADA - REGRAVA O MESTRE ESCOLHIDO
      *
       203-RESTAURAR-GERACAO.
           EVALUATE WK-PARM-MESTRE
               WHEN 'CLIENTES'
                   OPEN OUTPUT ARQ-CLIENTES
                   MOVE WK-FS-CLIENTES TO WK-FS-MESTRE
               WHEN 'EMPMST'
                   OPEN OUTPUT ARQ-EMPMST
                   MOVE WK-FS-EMPMST   TO WK-FS-MESTRE
               WHEN OTHER
                   OPEN OUTPUT ARQ-VENDTOT
                   MOVE WK-FS-VENDTOT  TO WK-FS-MESTRE
           END-EVALUATE.
           IF WK-FS-MESTRE NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-MESTRE
                       ' O COMANDO OPEN ' WK-PARM-MESTRE
               MOVE '203-RESTAURAR-GERACAO' TO WK-ERRO-PARAGRAFO
               MOVE WK-PARM-MESTRE          TO WK-ERRO-ARQUIVO
               MOVE WK-FS-MESTRE            TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 205-ABRIR-GERMST.
           PERFORM 303-LER-GERMST.
           PERFORM 204-GRAVAR-MESTRE
               UNTIL WK-FS-GERMST = '10'.
           CLOSE ARQ-GERMST.
           EVALUATE WK-PARM-MESTRE
               WHEN 'CLIENTES'
                   CLOSE ARQ-CLIENTES
               WHEN 'EMPMST'
                   CLOSE ARQ-EMPMST
               WHEN OTHER
                   CLOSE ARQ-VENDTOT
           END-EVALUATE.
       204-GRAVAR-MESTRE.
           IF FD-MESTRE-GERMST EQUAL WK-PARM-MESTRE
               AND FD-GERACAO-GERMST EQUAL WK-CAT-GERACAO
               EVALUATE WK-PARM-MESTRE
                   WHEN 'CLIENTES'
                       MOVE FD-REGISTRO-GERMST TO REG-CLIENTES
                       WRITE REG-CLIENTES
                       MOVE WK-FS-CLIENTES TO WK-FS-MESTRE
                   WHEN 'EMPMST'
                       MOVE FD-REGISTRO-GERMST TO REG-EMPMST
                       WRITE REG-EMPMST
                       MOVE WK-FS-EMPMST   TO WK-FS-MESTRE
                   WHEN OTHER
                       MOVE FD-REGISTRO-GERMST TO REG-VENDTOT
                       WRITE REG-VENDTOT
                       MOVE WK-FS-VENDTOT  TO WK-FS-MESTRE
               END-EVALUATE
               IF WK-FS-MESTRE NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-MESTRE
                           ' O COMANDO WRITE ' WK-PARM-MESTRE
                   MOVE '204-GRAVAR-MESTRE' TO WK-ERRO-PARAGRAFO
                   MOVE WK-PARM-MESTRE      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-MESTRE        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-CONTADOR-GRAVADOS
           END-IF.
           PERFORM 303-LER-GERMST.
       205-ABRIR-GERMST.
           OPEN INPUT ARQ-GERMST.
           EVALUATE WK-FS-GERMST
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO GERMST NAO ENCONTRADO'
                   PERFORM 109-RECUSAR
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMST
                           ' O COMANDO OPEN GERMST'
                   MOVE '205-ABRIR-GERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMST'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMST       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       300-LER SECTION.
       302-LER-GERCAT.
           READ ARQ-GERCAT.
           EVALUATE WK-FS-GERCAT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERCAT
                           ' O COMANDO READ GERCAT'
                   MOVE '302-LER-GERCAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERCAT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERCAT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-GERMST.
           READ ARQ-GERMST.
           EVALUATE WK-FS-GERMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERMST
                           ' O COMANDO READ GERMST'
                   MOVE '303-LER-GERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'MESTRE RESTAURADO'  TO WK-PROVA-DESCRICAO.
           MOVE WK-CONTADOR-GRAVADOS TO WK-PROVA-QTDE.
           MOVE WK-TOTAL-GERMST      TO WK-PROVA-TOTAL.
           MOVE WK-LINHA-PROVA       TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'GERACAO ' WK-CAT-GERACAO ' DE ' WK-CAT-DATA
                   ' RESTAURADA NO ' WK-PARM-MESTRE
                   ' - REGISTROS ' WK-CONTADOR-GRAVADOS.
           MOVE 'A'                  TO WK-JOR-EVENTO.
           MOVE WK-PARM-MESTRE       TO WK-JOR-ARQUIVO.
           MOVE WK-QTDE-GERMST       TO WK-JOR-LIDOS.
           MOVE WK-CONTADOR-GRAVADOS TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
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
