       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71969.
       AUTHOR.        THIAGO.
      ********************************************************
      *  SERVICO CENTRAL DE SIGNON DE OPERADOR - CONFERE A   *
      *  SENHA PELO CODIGO GRAVADO NO OPERMST (A SENHA NAO   *
      *  FICA LEGIVEL NO ARQUIVO), CONTA AS TENTATIVAS       *
      *  INVALIDAS E BLOQUEIA O OPERADOR NO LIMITE DO        *
      *  SENHAPRM, EXIGE A TROCA DA SENHA VENCIDA E REGISTRA *
      *  TODOS OS EVENTOS NO ACESSLOG. FUNCAO 'H' SO CALCULA *
      *  O CODIGO DA SENHA PARA A MANUTENCAO DO OPERMST      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERMST ASSIGN TO OPERMST
               FILE STATUS IS WK-FS-OPERMST.
           SELECT ARQ-SENHAPRM ASSIGN TO SENHAPRM
               FILE STATUS IS WK-FS-SENHAPRM.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OPERMST
            RECORDING MODE IS F.
       01  REG-OPERMST.
           03 FD-OPERADOR-OPERMST PIC X(8).
           03 FD-SENHA-OPERMST    PIC 9(12).
           03 FD-NIVEL-OPERMST    PIC 9.
           03 FD-SITUACAO-OPERMST PIC X.
           03 FD-TENTATIVAS-OPERMST PIC 9.
           03 FD-DATA-TROCA-OPERMST PIC 9(8).
       FD   ARQ-SENHAPRM
            RECORDING MODE IS F.
       01  REG-SENHAPRM.
           05 FD-MAX-TENTATIVAS-SENHAPRM  PIC 9.
           05 FD-DIAS-VALIDADE-SENHAPRM   PIC 9(3).
       FD   ARQ-ACESSLOG
            RECORDING MODE IS F.
       01  REG-ACESSLOG.
           03 FD-DATA-ACESSLOG    PIC X(10).
           03 FD-HORA-ACESSLOG    PIC X(11).
           03 FD-OPERADOR-ACESSLOG PIC X(8).
           03 FD-EVENTO-ACESSLOG  PIC X(20).
       WORKING-STORAGE SECTION.
       77  WK-FS-OPERMST      PIC XX            VALUE SPACES.
       77  WK-FS-SENHAPRM     PIC XX            VALUE SPACES.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-MAX-TENTATIVAS  PIC 9             VALUE 3.
       77  WK-DIAS-VALIDADE   PIC 9(3)          VALUE 90.
       77  WK-OPERADOR-ACHADO PIC X             VALUE 'N'.
       77  WK-SENHA-VENCIDA   PIC X             VALUE 'N'.
       77  WK-DIAS-SENHA      PIC S9(7)         VALUE ZEROS.
       77  WK-DATA-HOJE       PIC 9(8)          VALUE ZEROS.
       77  WK-EVENTO          PIC X(20)         VALUE SPACES.
       77  WK-SENHA-CALCULO   PIC X(8)          VALUE SPACES.
       77  WK-SENHA-NOVA      PIC X(8)          VALUE SPACES.
       77  WK-SENHA-CONFIRMA  PIC X(8)          VALUE SPACES.
       77  WK-CHAVE-HASH      PIC X(16)         VALUE SPACES.
       77  WK-HASH            PIC 9(12)         VALUE ZEROS.
       77  WK-HASH-CALCULO    PIC 9(15)         VALUE ZEROS.
       77  WK-HASH-QUOCIENTE  PIC 9(15)         VALUE ZEROS.
       77  WK-POS-HASH        PIC 99            VALUE ZEROS.
       77  WK-RODADA-HASH     PIC 9             VALUE ZEROS.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       01  WK-DATA-EXIBE.
           03 WK-DIA-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE '/'.
           03 WK-MES-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE '/'.
           03 WK-ANO-EXIBE    PIC 9(4).
       01  WK-HORA-ATUAL.
           03 WK-HOR-ATUAL    PIC 99.
           03 WK-MIN-ATUAL    PIC 99.
           03 WK-SEG-ATUAL    PIC 99.
           03 WK-CEN-ATUAL    PIC 99.
       01  WK-HORA-EXIBE.
           03 WK-HOR-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-MIN-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-SEG-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-CEN-EXIBE    PIC 99.
       LINKAGE SECTION.
       01  LK-SIGNON-COM.
           05 LK-FUNCAO-SIGNON          PIC X.
           05 LK-OPERADOR-SIGNON        PIC X(8).
           05 LK-SENHA-SIGNON           PIC X(8).
           05 LK-NIVEL-SIGNON           PIC 9.
           05 LK-HASH-SIGNON            PIC 9(12).
           05 LK-RC-SIGNON              PIC 99.
      *
       PROCEDURE DIVISION USING LK-SIGNON-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE ZEROS TO LK-RC-SIGNON.
           MOVE ZEROS TO LK-NIVEL-SIGNON.
           MOVE ZEROS TO LK-HASH-SIGNON.
           MOVE 'N'   TO WK-OPERADOR-ACHADO.
           MOVE 'N'   TO WK-SENHA-VENCIDA.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE LK-FUNCAO-SIGNON
               WHEN 'V'
                   PERFORM 202-VALIDAR-SIGNON
               WHEN 'H'
                   MOVE LK-SENHA-SIGNON TO WK-SENHA-CALCULO
                   PERFORM 401-CALCULAR-HASH
                   MOVE WK-HASH TO LK-HASH-SIGNON
               WHEN OTHER
                   DISPLAY 'FUNCAO INVALIDA NO SERVICO DE SIGNON: '
                           LK-FUNCAO-SIGNON
                   MOVE 8 TO LK-RC-SIGNON
           END-EVALUATE.
       202-VALIDAR-SIGNON.
           PERFORM 203-OBTER-DATA-HORA.
           PERFORM 204-CARREGAR-SENHAPRM.
           OPEN I-O ARQ-OPERMST.
           EVALUATE WK-FS-OPERMST
               WHEN '00'
                   PERFORM 301-LER-OPERMST
                   PERFORM 205-PROCURAR-OPERADOR
                       UNTIL WK-FS-OPERMST = '10'
                       OR WK-OPERADOR-ACHADO = 'S'
                   IF WK-OPERADOR-ACHADO EQUAL 'S'
                       PERFORM 206-CONFERIR-SENHA
                   ELSE
                       MOVE 'SIGNON INVALIDO' TO WK-EVENTO
                       PERFORM 302-GRAVAR-ACESSLOG
                       MOVE 8 TO LK-RC-SIGNON
                   END-IF
                   CLOSE ARQ-OPERMST
               WHEN '35'
                   DISPLAY 'ARQUIVO OPERMST NAO ENCONTRADO'
                   MOVE 12 TO LK-RC-SIGNON
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMST
                           ' O COMANDO OPEN OPERMST'
                   MOVE 12 TO LK-RC-SIGNON
           END-EVALUATE.
       203-OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-HOJE.
           MOVE WK-DATA-HORA-ATUAL(7:2) TO WK-DIA-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(5:2) TO WK-MES-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(1:4) TO WK-ANO-EXIBE.
           ACCEPT WK-HORA-ATUAL FROM TIME.
           MOVE WK-HOR-ATUAL TO WK-HOR-EXIBE.
           MOVE WK-MIN-ATUAL TO WK-MIN-EXIBE.
           MOVE WK-SEG-ATUAL TO WK-SEG-EXIBE.
           MOVE WK-CEN-ATUAL TO WK-CEN-EXIBE.
       204-CARREGAR-SENHAPRM.
           MOVE 3  TO WK-MAX-TENTATIVAS.
           MOVE 90 TO WK-DIAS-VALIDADE.
           OPEN INPUT ARQ-SENHAPRM.
           EVALUATE WK-FS-SENHAPRM
               WHEN '00'
                   READ ARQ-SENHAPRM
                   IF WK-FS-SENHAPRM EQUAL '00'
                       IF FD-MAX-TENTATIVAS-SENHAPRM NOT EQUAL ZEROS
                           MOVE FD-MAX-TENTATIVAS-SENHAPRM
                                TO WK-MAX-TENTATIVAS
                       END-IF
                       MOVE FD-DIAS-VALIDADE-SENHAPRM
                            TO WK-DIAS-VALIDADE
                   END-IF
                   CLOSE ARQ-SENHAPRM
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SENHAPRM
                           ' O COMANDO OPEN SENHAPRM - '
                           'ASSUMIDO PADRAO'
           END-EVALUATE.
       205-PROCURAR-OPERADOR.
           IF FD-OPERADOR-OPERMST EQUAL LK-OPERADOR-SIGNON
               MOVE 'S' TO WK-OPERADOR-ACHADO
           ELSE
               PERFORM 301-LER-OPERMST
           END-IF.
       206-CONFERIR-SENHA.
           MOVE LK-SENHA-SIGNON TO WK-SENHA-CALCULO.
           PERFORM 401-CALCULAR-HASH.
           EVALUATE TRUE
               WHEN FD-SITUACAO-OPERMST EQUAL 'B'
                   DISPLAY 'OPERADOR ' LK-OPERADOR-SIGNON
                           ' BLOQUEADO - PROCURE O ADMINISTRADOR'
                   MOVE 'SIGNON BLOQUEADO' TO WK-EVENTO
                   PERFORM 302-GRAVAR-ACESSLOG
                   MOVE 8 TO LK-RC-SIGNON
               WHEN WK-HASH NOT EQUAL FD-SENHA-OPERMST
                   PERFORM 207-REGISTRAR-FALHA
               WHEN OTHER
                   PERFORM 208-REGISTRAR-SUCESSO
           END-EVALUATE.
       207-REGISTRAR-FALHA.
           IF FD-TENTATIVAS-OPERMST < 9
               ADD 1 TO FD-TENTATIVAS-OPERMST
           END-IF.
           MOVE 'SIGNON INVALIDO' TO WK-EVENTO.
           PERFORM 302-GRAVAR-ACESSLOG.
           IF FD-TENTATIVAS-OPERMST NOT < WK-MAX-TENTATIVAS
               MOVE 'B' TO FD-SITUACAO-OPERMST
               DISPLAY 'OPERADOR ' LK-OPERADOR-SIGNON
                       ' BLOQUEADO APOS ' FD-TENTATIVAS-OPERMST
                       ' TENTATIVAS INVALIDAS'
               MOVE 'OPERADOR BLOQUEADO' TO WK-EVENTO
               PERFORM 302-GRAVAR-ACESSLOG
           END-IF.
           PERFORM 303-REGRAVAR-OPERMST.
           MOVE 8 TO LK-RC-SIGNON.
       208-REGISTRAR-SUCESSO.
           MOVE ZEROS TO FD-TENTATIVAS-OPERMST.
           PERFORM 209-VERIFICAR-VALIDADE.
           IF WK-SENHA-VENCIDA EQUAL 'S'
               PERFORM 210-TROCAR-SENHA
           END-IF.
           IF LK-RC-SIGNON EQUAL ZEROS
               MOVE FD-NIVEL-OPERMST TO LK-NIVEL-SIGNON
               MOVE 'SIGNON EFETUADO' TO WK-EVENTO
               PERFORM 302-GRAVAR-ACESSLOG
           END-IF.
           PERFORM 303-REGRAVAR-OPERMST.
       209-VERIFICAR-VALIDADE.
           MOVE 'N' TO WK-SENHA-VENCIDA.
           IF FD-DATA-TROCA-OPERMST EQUAL ZEROS
               MOVE 'S' TO WK-SENHA-VENCIDA
           ELSE
               IF WK-DIAS-VALIDADE NOT EQUAL ZEROS
                   COMPUTE WK-DIAS-SENHA =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(FD-DATA-TROCA-OPERMST)
                   IF WK-DIAS-SENHA NOT < WK-DIAS-VALIDADE
                       MOVE 'S' TO WK-SENHA-VENCIDA
                   END-IF
               END-IF
           END-IF.
       210-TROCAR-SENHA.
           DISPLAY 'SENHA EXPIRADA - INFORME A NOVA SENHA: '.
           ACCEPT WK-SENHA-NOVA FROM SYSIN.
           DISPLAY 'CONFIRME A NOVA SENHA: '.
           ACCEPT WK-SENHA-CONFIRMA FROM SYSIN.
           EVALUATE TRUE
               WHEN WK-SENHA-NOVA EQUAL SPACES
                   DISPLAY 'NOVA SENHA NAO INFORMADA'
                   MOVE 8 TO LK-RC-SIGNON
               WHEN WK-SENHA-NOVA NOT EQUAL WK-SENHA-CONFIRMA
                   DISPLAY 'CONFIRMACAO DA NOVA SENHA NAO CONFERE'
                   MOVE 8 TO LK-RC-SIGNON
               WHEN WK-SENHA-NOVA EQUAL LK-SENHA-SIGNON
                   DISPLAY 'NOVA SENHA DEVE SER DIFERENTE DA ATUAL'
                   MOVE 8 TO LK-RC-SIGNON
               WHEN OTHER
                   MOVE WK-SENHA-NOVA TO WK-SENHA-CALCULO
                   PERFORM 401-CALCULAR-HASH
                   MOVE WK-HASH      TO FD-SENHA-OPERMST
                   MOVE WK-DATA-HOJE TO FD-DATA-TROCA-OPERMST
                   DISPLAY 'SENHA ALTERADA PARA O OPERADOR '
                           LK-OPERADOR-SIGNON
                   MOVE 'SENHA ALTERADA' TO WK-EVENTO
                   PERFORM 302-GRAVAR-ACESSLOG
           END-EVALUATE.
           IF LK-RC-SIGNON NOT EQUAL ZEROS
               MOVE 'TROCA SENHA RECUSADA' TO WK-EVENTO
               PERFORM 302-GRAVAR-ACESSLOG
           END-IF.
      *******************************************************
       300-APOIO SECTION.
       301-LER-OPERMST.
           READ ARQ-OPERMST.
           EVALUATE WK-FS-OPERMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMST
                           ' O COMANDO READ OPERMST'
                   MOVE '10' TO WK-FS-OPERMST
           END-EVALUATE.
       302-GRAVAR-ACESSLOG.
           OPEN EXTEND ARQ-ACESSLOG.
           IF WK-FS-ACESSLOG EQUAL '05' OR WK-FS-ACESSLOG EQUAL '35'
               OPEN OUTPUT ARQ-ACESSLOG
           END-IF.
           EVALUATE WK-FS-ACESSLOG
               WHEN '00'
                   MOVE WK-DATA-EXIBE      TO FD-DATA-ACESSLOG
                   MOVE WK-HORA-EXIBE      TO FD-HORA-ACESSLOG
                   MOVE LK-OPERADOR-SIGNON TO FD-OPERADOR-ACESSLOG
                   MOVE WK-EVENTO          TO FD-EVENTO-ACESSLOG
                   WRITE REG-ACESSLOG
                   CLOSE ARQ-ACESSLOG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ACESSLOG
                           ' O COMANDO OPEN ACESSLOG'
           END-EVALUATE.
       303-REGRAVAR-OPERMST.
           REWRITE REG-OPERMST.
           IF WK-FS-OPERMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMST
                       ' O COMANDO REWRITE OPERMST'
               MOVE 12 TO LK-RC-SIGNON
           END-IF.
      *******************************************************
       400-CODIFICAR-SENHA SECTION.
       401-CALCULAR-HASH.
           MOVE LK-OPERADOR-SIGNON TO WK-CHAVE-HASH(1:8).
           MOVE WK-SENHA-CALCULO   TO WK-CHAVE-HASH(9:8).
           MOVE 7 TO WK-HASH.
           PERFORM 402-MISTURAR-POSICAO
               VARYING WK-RODADA-HASH FROM 1 BY 1
                   UNTIL WK-RODADA-HASH > 3
               AFTER WK-POS-HASH FROM 1 BY 1
                   UNTIL WK-POS-HASH > 16.
       402-MISTURAR-POSICAO.
           COMPUTE WK-HASH-CALCULO =
                   WK-HASH * 257
                 + FUNCTION ORD(WK-CHAVE-HASH(WK-POS-HASH:1))
                 + WK-POS-HASH * WK-RODADA-HASH * 31.
           DIVIDE WK-HASH-CALCULO BY 999999999989
                  GIVING WK-HASH-QUOCIENTE REMAINDER WK-HASH.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
