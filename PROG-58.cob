       AUTHOR.        THIAGO.
      ********************************************************
      *  SOLICITACAO DE OVERRIDE OPERACIONAL - REGISTRA O    *
      *  PEDIDO DE REPROCESSO ('R'), DE TAXA VELHA ('W'),    *
      *  DE LANCAMENTO EM PERIODO FECHADO ('F'), DE          *
      *  LIBERACAO DE LOTES NA CONSOLIDACAO EAD71926 ('L')   *
      *  OU DE ESTORNO EM LOTE DE ARQUIVO DE AGENCIA NO      *
      *  EAD71982 ('B')                                      *
      *  COMO PENDENTE NO ARQUIVO DE APROVACOES, PARA        *
      *  APROVACAO POR UM SEGUNDO OPERADOR NO MENU EAD71917  *
      *  SIGNON PELO EAD71969                                *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       WORKING-STORAGE SECTION.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-SENHA           PIC X(8)          VALUE SPACES.
       77  WK-ACESSO-VALIDO   PIC X             VALUE 'N'.
       77  WK-TIPO-OVERRIDE   PIC X             VALUE SPACE.
       01  WK-SIGNON-COM.
           05 WK-FUNCAO-SIGNON    PIC X     VALUE SPACE.
           05 WK-OPERADOR-SIGNON  PIC X(8)  VALUE SPACES.
           05 WK-SENHA-SIGNON     PIC X(8)  VALUE SPACES.
           05 WK-NIVEL-SIGNON     PIC 9     VALUE ZEROS.
           05 WK-HASH-SIGNON      PIC 9(12) VALUE ZEROS.
           05 WK-RC-SIGNON        PIC 99    VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           DISPLAY 'SENHA: '.
           ACCEPT WK-SENHA FROM SYSIN.
           MOVE 'N' TO WK-ACESSO-VALIDO.
           MOVE 'V'         TO WK-FUNCAO-SIGNON.
           MOVE WK-OPERADOR TO WK-OPERADOR-SIGNON.
           MOVE WK-SENHA    TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           IF WK-RC-SIGNON EQUAL ZEROS
               MOVE 'S' TO WK-ACESSO-VALIDO
           END-IF.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-PEDIDO
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           DISPLAY 'TIPO DE OVERRIDE (R=REPROCESSO W=TAXA VELHA '
                   'F=PERIODO FECHADO L=LIBERAR LOTES '
                   'B=ESTORNO EM LOTE): '.
           ACCEPT WK-TIPO-OVERRIDE FROM SYSIN.
           IF WK-TIPO-OVERRIDE NOT EQUAL 'R' AND 'W' AND 'F' AND 'L'
                                     AND 'B'
               DISPLAY 'TIPO DE OVERRIDE INVALIDO: '
                       WK-TIPO-OVERRIDE
               MOVE 8 TO RETURN-CODE
                           ' O COMANDO OPEN APROVACAO'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
