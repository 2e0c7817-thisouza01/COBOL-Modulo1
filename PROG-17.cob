      ********************************************************
      *  MENU PRINCIPAL - SELECIONAR E EXECUTAR JOB DO DIA   *
      *  COM CONTROLE DE ACESSO POR NIVEL DE OPERADOR        *
      *  SIGNON, BLOQUEIO E TROCA DE SENHA PELO EAD71969     *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
           SELECT ARQ-ESCALA ASSIGN TO ESCALA
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ACESSLOG
            RECORDING MODE IS F.
       01  REG-ACESSLOG.
           05 FD-USADO-APROVACAO          PIC X.
       WORKING-STORAGE SECTION.
       77  WK-OPCAO           PIC 9             VALUE ZEROS.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-SENHA           PIC X(8)          VALUE SPACES.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-SIGNON-COM.
           05 WK-FUNCAO-SIGNON    PIC X     VALUE SPACE.
           05 WK-OPERADOR-SIGNON  PIC X(8)  VALUE SPACES.
           05 WK-SENHA-SIGNON     PIC X(8)  VALUE SPACES.
           05 WK-NIVEL-SIGNON     PIC 9     VALUE ZEROS.
           05 WK-HASH-SIGNON      PIC 9(12) VALUE ZEROS.
           05 WK-RC-SIGNON        PIC 99    VALUE ZEROS.
       01  WK-DATA-EXIBE.
           03 WK-DIA-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE '/'.
               PERFORM 101-EXIBIR-MENU UNTIL WK-OPCAO EQUAL 9
           ELSE
               DISPLAY 'ACESSO NEGADO PARA O OPERADOR ' WK-OPERADOR
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
           DISPLAY 'SENHA: '.
           ACCEPT WK-SENHA FROM SYSIN.
           MOVE 'N' TO WK-ACESSO-VALIDO.
           MOVE 'V'         TO WK-FUNCAO-SIGNON.
           MOVE WK-OPERADOR TO WK-OPERADOR-SIGNON.
           MOVE WK-SENHA    TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           IF WK-RC-SIGNON EQUAL ZEROS
               MOVE 'S' TO WK-ACESSO-VALIDO
               MOVE WK-NIVEL-SIGNON TO WK-NIVEL-OPERADOR
           END-IF.
      *******************************************************
       100-EXIBIR-MENU SECTION.
                           ' O COMANDO READ APROVACAO'
                   MOVE '10' TO WK-FS-APROVACAO
           END-EVALUATE.
