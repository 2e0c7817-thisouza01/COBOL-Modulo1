       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71963 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  FECHAMENTO MENSAL - CONFERE NO JORNAL COMPARTILHADO *
      *  SE OS JOBS DE FIM DE MES (JUROS/TARIFAS, EXTRATO    *
      *  MENSAL, PROVISAO, COMISSOES E ARQUIVAMENTO) RODARAM *
      *  COM RC 0 PARA O PERIODO E REGISTRA O PERIODO COMO   *
      *  FECHADO NO ARQUIVO DE CONTROLE FECHAM. A PRE-       *
      *  CRITICA EAD71922 E A CUSTODIA EAD71941 RECUSAM      *
      *  LANCAMENTOS DATADOS EM MES FECHADO                  *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO JORNAL
               FILE STATUS IS WK-FS-JORNAL.
           SELECT ARQ-FECHAM ASSIGN TO FECHAM
               FILE STATUS IS WK-FS-FECHAM.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-JORNAL
            RECORDING MODE IS F.
       01  REG-JORNAL.
           03 FD-JOR-DATA         PIC X(10).
           03 FD-JOR-HORA         PIC X(11).
           03 FD-JOR-PROGRAMA     PIC X(8).
           03 FD-JOR-EVENTO       PIC X.
           03 FD-JOR-RC           PIC 9(4).
           03 FD-JOR-ARQUIVO      PIC X(12).
           03 FD-JOR-LIDOS        PIC 9(9).
           03 FD-JOR-GRAVADOS     PIC 9(9).
       FD   ARQ-FECHAM
            RECORDING MODE IS F.
       01  REG-FECHAM.
           05 FD-PERIODO-FECHAM           PIC 9(6).
           05 FD-DATA-FECHAM              PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-JORNAL       PIC XX            VALUE SPACES.
       77  WK-FS-FECHAM       PIC XX            VALUE SPACES.
       77  WK-PERIODO-FECHAR  PIC X(6)          VALUE SPACES.
       77  WK-PERIODO-NUM     PIC 9(6)          VALUE ZEROS.
       77  WK-PERIODO-JA-FECHADO PIC X          VALUE 'N'.
       77  WK-PENDENCIAS      PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-JOBS        PIC 9             VALUE 5.
       77  WK-IDX-JOB         PIC 9             VALUE ZEROS.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-FECHAMENTO PIC 9(8)          VALUE ZEROS.
       77  WK-CONT-LIDOS-JORNAL PIC 9(9)        VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-PERIODO-CALC.
           05 WK-ANO-CALC         PIC 9(4).
           05 WK-MES-CALC         PIC 99.
       01  NOMES-JOBS-FECHAMENTO.
           03 FILLER              PIC X(8)  VALUE 'EAD71923'.
           03 FILLER              PIC X(8)  VALUE 'EAD71924'.
           03 FILLER              PIC X(8)  VALUE 'EAD71951'.
           03 FILLER              PIC X(8)  VALUE 'EAD71930'.
           03 FILLER              PIC X(8)  VALUE 'EAD71939'.
       01  TABELA-NOMES-JOBS  REDEFINES NOMES-JOBS-FECHAMENTO.
           03 NOME-JOB            PIC X(8)  OCCURS 5 TIMES.
       01  TABELA-JOBS.
           03 JOB-ENTRY OCCURS 5 TIMES.
               05 TAB-JOB-ACHADO      PIC X     VALUE 'N'.
               05 TAB-JOB-RC          PIC 9(4)  VALUE ZEROS.
               05 TAB-JOB-DATA        PIC X(10) VALUE SPACES.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71963'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71963'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONFERIR-JORNAL UNTIL WK-FS-JORNAL = '10'.
           CLOSE ARQ-JORNAL.
           PERFORM 202-AVALIAR-JOBS
               VARYING WK-IDX-JOB FROM 1 BY 1
               UNTIL WK-IDX-JOB > WK-QTD-JOBS.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           DISPLAY 'PERIODO A FECHAR (AAAAMM): '.
           ACCEPT WK-PERIODO-FECHAR FROM SYSIN.
           IF WK-PERIODO-FECHAR IS NOT NUMERIC
               DISPLAY 'PERIODO A FECHAR INVALIDO: ' WK-PERIODO-FECHAR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-PERIODO-FECHAR TO WK-PERIODO-CALC.
           IF WK-MES-CALC < 1 OR WK-MES-CALC > 12
               DISPLAY 'PERIODO A FECHAR INVALIDO: ' WK-PERIODO-FECHAR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-PERIODO-CALC TO WK-PERIODO-NUM.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           PERFORM 103-CONFERIR-FECHAM.
           IF WK-PERIODO-JA-FECHADO EQUAL 'S'
               DISPLAY 'PERIODO ' WK-PERIODO-NUM ' JA ESTA FECHADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 910-GRAVAR-JORNAL-FIM
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-JORNAL.
           EVALUATE WK-FS-JORNAL
               WHEN '00'
                   PERFORM 301-LER-JORNAL
               WHEN '35'
                   DISPLAY 'ARQUIVO JORNAL NAO ENCONTRADO - '
                           'NENHUMA EXECUCAO PARA CONFERIR'
                   MOVE '10' TO WK-FS-JORNAL
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-JORNAL
                           ' O COMANDO OPEN JORNAL'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'JORNAL'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-JORNAL  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-FECHAMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-FECHAMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       103-CONFERIR-FECHAM.
           OPEN INPUT ARQ-FECHAM.
           EVALUATE WK-FS-FECHAM
               WHEN '00'
                   PERFORM 302-LER-FECHAM
                   PERFORM 104-PROCURAR-PERIODO
                       UNTIL WK-FS-FECHAM = '10'
                   CLOSE ARQ-FECHAM
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO OPEN FECHAM'
                   MOVE '103-CONFERIR-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       104-PROCURAR-PERIODO.
           IF FD-PERIODO-FECHAM EQUAL WK-PERIODO-NUM
               MOVE 'S' TO WK-PERIODO-JA-FECHADO
           END-IF.
           PERFORM 302-LER-FECHAM.
      *******************************************************
       200-PROCESSAR SECTION.
      *    O JORNAL E GRAVADO EM ORDEM CRONOLOGICA - A ULTIMA
      *    EXECUCAO DE CADA JOB PARA O PERIODO PREVALECE. O EVENTO
      *    'F' DOS JOBS DE FECHAMENTO TRAZ NO CAMPO ARQUIVO O
      *    AAAAMM PROCESSADO, INDEPENDENTE DA DATA DA EXECUCAO
       201-CONFERIR-JORNAL.
           IF FD-JOR-EVENTO EQUAL 'F'
               IF FD-JOR-ARQUIVO(1:6) EQUAL WK-PERIODO-FECHAR
                   PERFORM 203-REGISTRAR-EXECUCAO
                       VARYING WK-IDX-JOB FROM 1 BY 1
                       UNTIL WK-IDX-JOB > WK-QTD-JOBS
               END-IF
           END-IF.
           PERFORM 301-LER-JORNAL.
       202-AVALIAR-JOBS.
           EVALUATE TRUE
               WHEN TAB-JOB-ACHADO(WK-IDX-JOB) EQUAL 'N'
                   DISPLAY NOME-JOB(WK-IDX-JOB)
                           ' - NAO EXECUTADO NO PERIODO'
                   ADD 1 TO WK-PENDENCIAS
               WHEN TAB-JOB-RC(WK-IDX-JOB) NOT EQUAL ZEROS
                   DISPLAY NOME-JOB(WK-IDX-JOB)
                           ' - ULTIMA EXECUCAO EM '
                           TAB-JOB-DATA(WK-IDX-JOB)
                           ' TERMINOU COM RC '
                           TAB-JOB-RC(WK-IDX-JOB)
                   ADD 1 TO WK-PENDENCIAS
               WHEN OTHER
                   DISPLAY NOME-JOB(WK-IDX-JOB)
                           ' - EXECUTADO EM '
                           TAB-JOB-DATA(WK-IDX-JOB) ' COM RC 0'
           END-EVALUATE.
       203-REGISTRAR-EXECUCAO.
           IF FD-JOR-PROGRAMA EQUAL NOME-JOB(WK-IDX-JOB)
               MOVE 'S'         TO TAB-JOB-ACHADO(WK-IDX-JOB)
               MOVE FD-JOR-RC   TO TAB-JOB-RC(WK-IDX-JOB)
               MOVE FD-JOR-DATA TO TAB-JOB-DATA(WK-IDX-JOB)
           END-IF.
       204-GRAVAR-FECHAM.
           OPEN EXTEND ARQ-FECHAM.
           IF WK-FS-FECHAM EQUAL '05' OR WK-FS-FECHAM EQUAL '35'
               OPEN OUTPUT ARQ-FECHAM
           END-IF.
           IF WK-FS-FECHAM NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-FECHAM
                       ' O COMANDO OPEN FECHAM'
               MOVE '204-GRAVAR-FECHAM' TO WK-ERRO-PARAGRAFO
               MOVE 'FECHAM'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-FECHAM        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WK-PERIODO-NUM     TO FD-PERIODO-FECHAM
               MOVE WK-DATA-FECHAMENTO TO FD-DATA-FECHAM
               WRITE REG-FECHAM
               IF WK-FS-FECHAM NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO WRITE FECHAM'
                   MOVE '204-GRAVAR-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY 'PERIODO ' WK-PERIODO-NUM
                           ' FECHADO EM ' WK-DATA-FECHAMENTO
               END-IF
               CLOSE ARQ-FECHAM
           END-IF.
      *******************************************************
       300-LER SECTION.
       301-LER-JORNAL.
           READ ARQ-JORNAL.
           EVALUATE WK-FS-JORNAL
               WHEN '00'
                   ADD 1 TO WK-CONT-LIDOS-JORNAL
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-JORNAL
                           ' O COMANDO READ JORNAL'
                   MOVE '301-LER-JORNAL' TO WK-ERRO-PARAGRAFO
                   MOVE 'JORNAL'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-JORNAL     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-FECHAM.
           READ ARQ-FECHAM.
           EVALUATE WK-FS-FECHAM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FECHAM
                           ' O COMANDO READ FECHAM'
                   MOVE '302-LER-FECHAM' TO WK-ERRO-PARAGRAFO
                   MOVE 'FECHAM'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FECHAM     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY '--- FECHAMENTO DO PERIODO ' WK-PERIODO-NUM ' ---'.
           DISPLAY 'REGISTROS DO JORNAL LIDOS = ' WK-CONT-LIDOS-JORNAL.
           IF WK-PENDENCIAS EQUAL ZEROS
               PERFORM 204-GRAVAR-FECHAM
           ELSE
               DISPLAY 'FECHAMENTO RECUSADO - ' WK-PENDENCIAS
                       ' JOB(S) DE FIM DE MES PENDENTE(S)'
               MOVE 8 TO RETURN-CODE
           END-IF.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'A'         TO WK-JOR-EVENTO.
           MOVE 'JORNAL'    TO WK-JOR-ARQUIVO.
           MOVE WK-CONT-LIDOS-JORNAL TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE SPACES      TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
