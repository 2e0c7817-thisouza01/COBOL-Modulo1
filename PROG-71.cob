       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71971 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  CONVERSAO DO CADASTRO DE OPERADORES - MIGRA O       *
      *  OPERMST COM SENHA LEGIVEL PARA O LAYOUT COM CODIGO  *
      *  DA SENHA (EAD71969), SITUACAO, TENTATIVAS E DATA DA *
      *  ULTIMA TROCA. A DATA DE TROCA FICA ZERADA PARA QUE  *
      *  CADA OPERADOR TROQUE A SENHA NO PRIMEIRO SIGNON     *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERMSTV ASSIGN TO OPERMSTV
               FILE STATUS IS WK-FS-OPERMSTV.
           SELECT ARQ-OPERMST ASSIGN TO OPERMST
               FILE STATUS IS WK-FS-OPERMST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OPERMSTV
            RECORDING MODE IS F.
       01  REG-OPERMSTV.
           03 FD-OPERADOR-OPERMSTV PIC X(8).
           03 FD-SENHA-OPERMSTV    PIC X(8).
           03 FD-NIVEL-OPERMSTV    PIC 9.
       FD   ARQ-OPERMST
            RECORDING MODE IS F.
       01  REG-OPERMST.
           03 FD-OPERADOR-OPERMST PIC X(8).
           03 FD-SENHA-OPERMST    PIC 9(12).
           03 FD-NIVEL-OPERMST    PIC 9.
           03 FD-SITUACAO-OPERMST PIC X.
           03 FD-TENTATIVAS-OPERMST PIC 9.
           03 FD-DATA-TROCA-OPERMST PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-OPERMSTV     PIC XX            VALUE SPACES.
       77  WK-FS-OPERMST      PIC XX            VALUE SPACES.
       77  WK-OPE-LIDOS       PIC 9(9)          VALUE ZEROS.
       77  WK-OPE-GRAVADOS    PIC 9(9)          VALUE ZEROS.
       01  WK-SIGNON-COM.
           05 WK-FUNCAO-SIGNON    PIC X     VALUE SPACE.
           05 WK-OPERADOR-SIGNON  PIC X(8)  VALUE SPACES.
           05 WK-SENHA-SIGNON     PIC X(8)  VALUE SPACES.
           05 WK-NIVEL-SIGNON     PIC 9     VALUE ZEROS.
           05 WK-HASH-SIGNON      PIC 9(12) VALUE ZEROS.
           05 WK-RC-SIGNON        PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71971'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONVERTER-OPERMST UNTIL WK-FS-OPERMSTV = '10'.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           OPEN INPUT ARQ-OPERMSTV.
           EVALUATE WK-FS-OPERMSTV
               WHEN '00'
                   PERFORM 301-LER-OPERMSTV
               WHEN '35'
                   DISPLAY 'ARQUIVO OPERMSTV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMSTV
                           ' O COMANDO OPEN OPERMSTV'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMSTV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMSTV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-OPERMST.
           EVALUATE WK-FS-OPERMST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMST
                           ' O COMANDO OPEN OPERMST'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMST'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMST TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       200-PROCESSAR SECTION.
       201-CONVERTER-OPERMST.
           MOVE 'H'                  TO WK-FUNCAO-SIGNON.
           MOVE FD-OPERADOR-OPERMSTV TO WK-OPERADOR-SIGNON.
           MOVE FD-SENHA-OPERMSTV    TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           MOVE FD-OPERADOR-OPERMSTV TO FD-OPERADOR-OPERMST.
           MOVE WK-HASH-SIGNON       TO FD-SENHA-OPERMST.
           MOVE FD-NIVEL-OPERMSTV    TO FD-NIVEL-OPERMST.
           MOVE 'A'                  TO FD-SITUACAO-OPERMST.
           MOVE ZEROS                TO FD-TENTATIVAS-OPERMST.
           MOVE ZEROS                TO FD-DATA-TROCA-OPERMST.
           WRITE REG-OPERMST.
           IF WK-FS-OPERMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMST
                       ' O COMANDO WRITE OPERMST'
               MOVE '201-CONVERTER-OPERMST' TO WK-ERRO-PARAGRAFO
               MOVE 'OPERMST'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-OPERMST           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-OPE-GRAVADOS.
           PERFORM 301-LER-OPERMSTV.
      *******************************************************
       300-LER SECTION.
       301-LER-OPERMSTV.
           READ ARQ-OPERMSTV.
           EVALUATE WK-FS-OPERMSTV
               WHEN '00'
                   ADD 1 TO WK-OPE-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMSTV
                           ' O COMANDO READ OPERMSTV'
                   MOVE '301-LER-OPERMSTV' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMSTV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMSTV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-OPERMSTV.
           CLOSE ARQ-OPERMST.
           IF WK-FS-OPERMST NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-OPERMST
                       ' NO COMANDO CLOSE OPERMST'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'OPERMST'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-OPERMST   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY '--- CONVERSAO DO CADASTRO DE OPERADORES ---'.
           DISPLAY 'OPERMST  LIDOS ' WK-OPE-LIDOS
                   ' GRAVADOS ' WK-OPE-GRAVADOS.
           IF WK-OPE-LIDOS NOT EQUAL WK-OPE-GRAVADOS
               DISPLAY 'CONVERSAO COM DIFERENCA - NAO PROMOVER O '
                       'ARQUIVO CONVERTIDO'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSAO CONFERIDA - SENHAS CODIFICADAS E '
                       'TROCA EXIGIDA NO PRIMEIRO SIGNON'
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
