       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71973.
       AUTHOR.        THIAGO.
      ********************************************************
      *  REGISTRO DE LOTES DE LANCAMENTO GERADOS - GRAVA NO  *
      *  FEEDREG COMPARTILHADO O ARQUIVO, O PROGRAMA, A DATA *
      *  DE MOVIMENTO (EAD71953), A QUANTIDADE E A SOMA DO   *
      *  TRAILER, PARA A CONFERENCIA DO EAD71926 ANTES DA    *
      *  CONSOLIDACAO DO LANCAM                              *
      *  RETORNO 00 GRAVADO, 04 GRAVADO COM A DATA DO        *
      *  SISTEMA (DATA DE MOVIMENTO INDISPONIVEL), 12 ERRO   *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FEEDREG ASSIGN TO FEEDREG
               FILE STATUS IS WK-FS-FEEDREG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-FEEDREG
            RECORDING MODE IS F.
       01  REG-FEEDREG.
           05 FD-DATA-MOV-FEEDREG         PIC 9(8).
           05 FD-ARQUIVO-FEEDREG          PIC X(8).
           05 FD-PROGRAMA-FEEDREG         PIC X(8).
           05 FD-QTDE-FEEDREG             PIC 9(9).
           05 FD-SOMA-FEEDREG             PIC 9(9)V99.
           05 FD-DATA-FEEDREG             PIC X(10).
           05 FD-HORA-FEEDREG             PIC X(11).
       WORKING-STORAGE SECTION.
       77  WK-FS-FEEDREG      PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-DATA-EXIBE.
           03 WK-DIA-EXIBE        PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WK-MES-EXIBE        PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WK-ANO-EXIBE        PIC 9(4).
       01  WK-HORA-ATUAL.
           03 WK-HOR-ATUAL        PIC 99.
           03 WK-MIN-ATUAL        PIC 99.
           03 WK-SEG-ATUAL        PIC 99.
           03 WK-CEN-ATUAL        PIC 99.
       01  WK-HORA-EXIBE.
           03 WK-HOR-EXIBE        PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-MIN-EXIBE        PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-SEG-EXIBE        PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-CEN-EXIBE        PIC 99.
       LINKAGE SECTION.
       01  LK-FEED-COM.
           05 LK-FED-PROGRAMA     PIC X(8).
           05 LK-FED-ARQUIVO      PIC X(8).
           05 LK-FED-QTDE         PIC 9(9).
           05 LK-FED-SOMA         PIC 9(9)V99.
           05 LK-FED-RC           PIC 99.
      *
       PROCEDURE DIVISION USING LK-FEED-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE ZEROS TO LK-FED-RC.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(7:2) TO WK-DIA-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(5:2) TO WK-MES-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(1:4) TO WK-ANO-EXIBE.
           ACCEPT WK-HORA-ATUAL FROM TIME.
           MOVE WK-HOR-ATUAL TO WK-HOR-EXIBE.
           MOVE WK-MIN-ATUAL TO WK-MIN-EXIBE.
           MOVE WK-SEG-ATUAL TO WK-SEG-EXIBE.
           MOVE WK-CEN-ATUAL TO WK-CEN-EXIBE.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               MOVE 4 TO LK-FED-RC
           END-IF.
           OPEN EXTEND ARQ-FEEDREG.
           IF WK-FS-FEEDREG EQUAL '05' OR WK-FS-FEEDREG EQUAL '35'
               OPEN OUTPUT ARQ-FEEDREG
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE WK-FS-FEEDREG
               WHEN '00'
                   MOVE WK-DATA-MOVIMENTO TO FD-DATA-MOV-FEEDREG
                   MOVE LK-FED-ARQUIVO    TO FD-ARQUIVO-FEEDREG
                   MOVE LK-FED-PROGRAMA   TO FD-PROGRAMA-FEEDREG
                   MOVE LK-FED-QTDE       TO FD-QTDE-FEEDREG
                   MOVE LK-FED-SOMA       TO FD-SOMA-FEEDREG
                   MOVE WK-DATA-EXIBE     TO FD-DATA-FEEDREG
                   MOVE WK-HORA-EXIBE     TO FD-HORA-FEEDREG
                   WRITE REG-FEEDREG
                   IF WK-FS-FEEDREG NOT EQUAL '00'
                       DISPLAY 'ERRO: ' WK-FS-FEEDREG
                               ' O COMANDO WRITE FEEDREG'
                       MOVE 12 TO LK-FED-RC
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FEEDREG
                           ' O COMANDO OPEN FEEDREG'
                   MOVE 12 TO LK-FED-RC
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-FS-FEEDREG EQUAL '00'
               CLOSE ARQ-FEEDREG
           END-IF.
