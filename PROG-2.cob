       AUTHOR.        THIAGO.
      ***********************************
      *    EXIBIR BENVINDO AO COBOL *
      *    SIGNON PELO EAD71969     *
      ***********************************
      *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ARQ-SESSIONLOG ASSIGN TO SESSIONLOG
               FILE STATUS IS WK-FS-SESSIONLOG.
      *
       DATA DIVISION.
       FILE SECTION.
           03 FD-NOME-LOG         PIC A(10).
           03 FD-DATA-LOG         PIC X(10).
           03 FD-HORA-LOG         PIC X(11).
       WORKING-STORAGE SECTION.
       77  WK-FS-SESSIONLOG  PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)        VALUE SPACES.
       77  WK-OPERADOR       PIC X(8)  VALUE SPACES.
       77  WK-SENHA          PIC X(8)  VALUE SPACES.
       77  WK-NIVEL-OPERADOR PIC 9     VALUE ZEROS.
       77  WK-ACESSO-VALIDO  PIC X     VALUE 'N'.
       01  WK-SIGNON-COM.
           03 WK-FUNCAO-SIGNON   PIC X     VALUE SPACE.
           03 WK-OPERADOR-SIGNON PIC X(8)  VALUE SPACES.
           03 WK-SENHA-SIGNON    PIC X(8)  VALUE SPACES.
           03 WK-NIVEL-SIGNON    PIC 9     VALUE ZEROS.
           03 WK-HASH-SIGNON     PIC 9(12) VALUE ZEROS.
           03 WK-RC-SIGNON       PIC 99    VALUE ZEROS.
       01  DATA-SIST.
           03 ANO-SIST    PIC 9(4)  VALUE ZEROS.
           03 MES-SIST    PIC 99    VALUE ZEROS.
               PERFORM GRAVAR-SESSIONLOG
           ELSE
               DISPLAY 'ACESSO NEGADO PARA O OPERADOR ' WK-OPERADOR
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       VALIDAR-OPERADOR.
           MOVE 'N' TO WK-ACESSO-VALIDO.
           MOVE 'V'         TO WK-FUNCAO-SIGNON.
           MOVE WK-OPERADOR TO WK-OPERADOR-SIGNON.
           MOVE WK-SENHA    TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           IF WK-RC-SIGNON EQUAL ZEROS
               MOVE 'S' TO WK-ACESSO-VALIDO
               MOVE WK-NIVEL-SIGNON TO WK-NIVEL-OPERADOR
           END-IF.
       GRAVAR-SESSIONLOG.
           OPEN EXTEND ARQ-SESSIONLOG.
           IF WK-FS-SESSIONLOG EQUAL '05' OR WK-FS-SESSIONLOG EQUAL '35'
