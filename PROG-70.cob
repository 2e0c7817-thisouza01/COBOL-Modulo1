       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71970 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  MANUTENCAO DO CADASTRO DE OPERADORES (OPERMST)      *
      *  FUNCAO 'S' - OPERADOR NIVEL 3 SOLICITA A INCLUSAO,  *
      *  BLOQUEIO, DESBLOQUEIO OU TROCA DE NIVEL DE UM       *
      *  OPERADOR: GRAVA O PEDIDO NO OPERMAN E O PEDIDO DE   *
      *  APROVACAO TIPO 'O' NO ARQUIVO DE APROVACOES         *
      *  FUNCAO 'P' - EFETIVA OS PEDIDOS PENDENTES QUE TEM   *
      *  APROVACAO 'O' DE UM SEGUNDO OPERADOR (MENU EAD71917)*
      *  DO MESMO SOLICITANTE E DATA, CONSUMINDO UMA         *
      *  APROVACAO POR PEDIDO. INCLUSAO E DESBLOQUEIO GERAM  *
      *  SENHA PROVISORIA, TROCADA NO PRIMEIRO SIGNON        *
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
           SELECT ARQ-OPERMAN ASSIGN TO OPERMAN
               FILE STATUS IS WK-FS-OPERMAN.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
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
       FD   ARQ-OPERMAN
            RECORDING MODE IS F.
       01  REG-OPERMAN.
           05 FD-DATA-OPERMAN             PIC 9(8).
           05 FD-SOLICITANTE-OPERMAN      PIC X(8).
           05 FD-ACAO-OPERMAN             PIC X.
           05 FD-OPERADOR-OPERMAN         PIC X(8).
           05 FD-NIVEL-OPERMAN            PIC 9.
           05 FD-SITUACAO-OPERMAN         PIC X.
           05 FD-APROVADOR-OPERMAN        PIC X(8).
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-TIPO-APROVACAO           PIC X.
           05 FD-DATA-APROVACAO           PIC 9(8).
           05 FD-SOLICITANTE-APROVACAO    PIC X(8).
           05 FD-APROVADOR-APROVACAO      PIC X(8).
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       FD   ARQ-ACESSLOG
            RECORDING MODE IS F.
       01  REG-ACESSLOG.
           03 FD-DATA-ACESSLOG    PIC X(10).
           03 FD-HORA-ACESSLOG    PIC X(11).
           03 FD-OPERADOR-ACESSLOG PIC X(8).
           03 FD-EVENTO-ACESSLOG  PIC X(20).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO          PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-OPERMST      PIC XX            VALUE SPACES.
       77  WK-FS-OPERMAN      PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FUNCAO          PIC X             VALUE SPACE.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-SENHA           PIC X(8)          VALUE SPACES.
       77  WK-ACAO            PIC X             VALUE SPACE.
       77  WK-OPERADOR-ALVO   PIC X(8)          VALUE SPACES.
       77  WK-NIVEL-ALVO      PIC X             VALUE SPACE.
       77  WK-DATA-PEDIDO     PIC 9(8)          VALUE ZEROS.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-EVENTO          PIC X(20)         VALUE SPACES.
       77  WK-OPERADOR-EVENTO PIC X(8)          VALUE SPACES.
       77  WK-QTD-OPERADORES  PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-APROVACOES  PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-PEDIDOS     PIC 9(3)          VALUE ZEROS.
       77  WK-TABELA-CHEIA    PIC X             VALUE 'N'.
       77  WK-OPERADOR-ACHADO PIC X             VALUE 'N'.
       77  WK-APROVACAO-ACHADA PIC X            VALUE 'N'.
       77  WK-MOTIVO          PIC X(24)         VALUE SPACES.
       77  WK-SENHA-PROVISORIA PIC X(8)         VALUE SPACES.
       77  WK-SEMENTE-SENHA   PIC 9(12)         VALUE ZEROS.
       77  WK-QUOCIENTE-SENHA PIC 9(12)         VALUE ZEROS.
       77  WK-NUMERO-SENHA    PIC 9(8)          VALUE ZEROS.
       77  WK-CONTADOR-LIDOS  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-EFETIVADOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-RECUSADOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-PENDENTES PIC 9(9)       VALUE ZEROS.
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
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
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
       01  WK-HORA-ATUAL-NUM  REDEFINES WK-HORA-ATUAL PIC 9(8).
       01  WK-HORA-EXIBE.
           03 WK-HOR-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-MIN-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-SEG-EXIBE    PIC 99.
           03 FILLER          PIC X     VALUE ':'.
           03 WK-CEN-EXIBE    PIC 99.
       01  TABELA-OPERADORES.
           03 OPE-ENTRY OCCURS 100 TIMES INDEXED BY IDX-OPE.
               05 TAB-OPE-OPERADOR     PIC X(8)    VALUE SPACES.
               05 TAB-OPE-SENHA        PIC 9(12)   VALUE ZEROS.
               05 TAB-OPE-NIVEL        PIC 9       VALUE ZEROS.
               05 TAB-OPE-SITUACAO     PIC X       VALUE SPACE.
               05 TAB-OPE-TENTATIVAS   PIC 9       VALUE ZEROS.
               05 TAB-OPE-DATA-TROCA   PIC 9(8)    VALUE ZEROS.
       01  TABELA-APROVACOES.
           03 APR-ENTRY OCCURS 200 TIMES INDEXED BY IDX-APR.
               05 TAB-APR-TIPO         PIC X       VALUE SPACE.
               05 TAB-APR-DATA         PIC 9(8)    VALUE ZEROS.
               05 TAB-APR-SOLICITANTE  PIC X(8)    VALUE SPACES.
               05 TAB-APR-APROVADOR    PIC X(8)    VALUE SPACES.
               05 TAB-APR-SITUACAO     PIC X       VALUE SPACE.
               05 TAB-APR-USADO        PIC X       VALUE SPACE.
       01  TABELA-PEDIDOS.
           03 PED-ENTRY OCCURS 200 TIMES INDEXED BY IDX-PED.
               05 TAB-PED-DATA         PIC 9(8)    VALUE ZEROS.
               05 TAB-PED-SOLICITANTE  PIC X(8)    VALUE SPACES.
               05 TAB-PED-ACAO         PIC X       VALUE SPACE.
               05 TAB-PED-OPERADOR     PIC X(8)    VALUE SPACES.
               05 TAB-PED-NIVEL        PIC 9       VALUE ZEROS.
               05 TAB-PED-SITUACAO     PIC X       VALUE SPACE.
               05 TAB-PED-APROVADOR    PIC X(8)    VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(42) VALUE
                  'MANUTENCAO DO CADASTRO DE OPERADORES EM   '.
           05 WK-TIT-DATA         PIC X(10).
       01  WK-LINHA-COLUNAS.
           05 FILLER              PIC X(9)  VALUE 'PEDIDO   '.
           05 FILLER              PIC X(9)  VALUE 'SOLICIT. '.
           05 FILLER              PIC X(2)  VALUE 'A '.
           05 FILLER              PIC X(9)  VALUE 'OPERADOR '.
           05 FILLER              PIC X(2)  VALUE 'N '.
           05 FILLER              PIC X(9)  VALUE 'APROVAD. '.
           05 FILLER              PIC X(25) VALUE 'RESULTADO'.
           05 FILLER              PIC X(8)  VALUE 'SENHA'.
       01  WK-LINHA-PEDIDO.
           05 WK-LIN-DATA         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-SOLICITANTE  PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-ACAO         PIC X.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-OPERADOR     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-NIVEL        PIC 9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-APROVADOR    PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-RESULTADO    PIC X(24).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-SENHA        PIC X(8).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71970'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           EVALUATE WK-FUNCAO
               WHEN 'S'
                   PERFORM 201-SOLICITAR
               WHEN 'P'
                   PERFORM 211-PROCESSAR
               WHEN OTHER
                   DISPLAY 'FUNCAO INVALIDA: ' WK-FUNCAO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(7:2) TO WK-DIA-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(5:2) TO WK-MES-EXIBE.
           MOVE WK-DATA-HORA-ATUAL(1:4) TO WK-ANO-EXIBE.
           ACCEPT WK-HORA-ATUAL FROM TIME.
           MOVE WK-HOR-ATUAL TO WK-HOR-EXIBE.
           MOVE WK-MIN-ATUAL TO WK-MIN-EXIBE.
           MOVE WK-SEG-ATUAL TO WK-SEG-EXIBE.
           MOVE WK-CEN-ATUAL TO WK-CEN-EXIBE.
           DISPLAY 'FUNCAO (S=SOLICITAR P=PROCESSAR PEDIDOS): '.
           ACCEPT WK-FUNCAO FROM SYSIN.
      *******************************************************
       200-PROCESSAR SECTION.
       201-SOLICITAR.
           DISPLAY 'OPERADOR: '.
           ACCEPT WK-OPERADOR FROM SYSIN.
           DISPLAY 'SENHA: '.
           ACCEPT WK-SENHA FROM SYSIN.
           MOVE 'V'         TO WK-FUNCAO-SIGNON.
           MOVE WK-OPERADOR TO WK-OPERADOR-SIGNON.
           MOVE WK-SENHA    TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           EVALUATE TRUE
               WHEN WK-RC-SIGNON NOT EQUAL ZEROS
                   DISPLAY 'ACESSO NEGADO PARA O OPERADOR '
                           WK-OPERADOR
                   MOVE 8 TO RETURN-CODE
               WHEN WK-NIVEL-SIGNON < 3
                   DISPLAY 'MANUTENCAO DE OPERADORES NAO PERMITIDA '
                           'PARA O NIVEL ' WK-NIVEL-SIGNON
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 202-RECEBER-PEDIDO
           END-EVALUATE.
       202-RECEBER-PEDIDO.
           DISPLAY 'ACAO (I=INCLUIR B=BLOQUEAR D=DESBLOQUEAR '
                   'N=NIVEL): '.
           ACCEPT WK-ACAO FROM SYSIN.
           DISPLAY 'OPERADOR A MANTER: '.
           ACCEPT WK-OPERADOR-ALVO FROM SYSIN.
           DISPLAY 'NIVEL (1 A 3 - SO PARA I E N): '.
           ACCEPT WK-NIVEL-ALVO FROM SYSIN.
           IF WK-ACAO EQUAL 'B' OR WK-ACAO EQUAL 'D'
               MOVE '0' TO WK-NIVEL-ALVO
           END-IF.
           EVALUATE TRUE
               WHEN WK-ACAO NOT EQUAL 'I' AND 'B' AND 'D' AND 'N'
                   DISPLAY 'ACAO INVALIDA: ' WK-ACAO
                   MOVE 8 TO RETURN-CODE
               WHEN WK-OPERADOR-ALVO EQUAL SPACES
                   DISPLAY 'OPERADOR A MANTER NAO INFORMADO'
                   MOVE 8 TO RETURN-CODE
               WHEN WK-OPERADOR-ALVO EQUAL WK-OPERADOR
                   DISPLAY 'OPERADOR NAO PODE PEDIR MANUTENCAO DO '
                           'PROPRIO CADASTRO'
                   MOVE 8 TO RETURN-CODE
               WHEN (WK-ACAO EQUAL 'I' OR WK-ACAO EQUAL 'N')
                    AND (WK-NIVEL-ALVO < '1' OR WK-NIVEL-ALVO > '3')
                   DISPLAY 'NIVEL INVALIDO: ' WK-NIVEL-ALVO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 203-OBTER-DATA-PEDIDO
                   PERFORM 204-GRAVAR-OPERMAN
                   IF RETURN-CODE EQUAL ZEROS
                       PERFORM 205-GRAVAR-APROVACAO
                   END-IF
           END-EVALUATE.
       203-OBTER-DATA-PEDIDO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-PEDIDO
           ELSE
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-PEDIDO
           END-IF.
       204-GRAVAR-OPERMAN.
           MOVE ZEROS TO RETURN-CODE.
           OPEN EXTEND ARQ-OPERMAN.
           IF WK-FS-OPERMAN EQUAL '05' OR WK-FS-OPERMAN EQUAL '35'
               OPEN OUTPUT ARQ-OPERMAN
           END-IF.
           EVALUATE WK-FS-OPERMAN
               WHEN '00'
                   MOVE WK-DATA-PEDIDO   TO FD-DATA-OPERMAN
                   MOVE WK-OPERADOR      TO FD-SOLICITANTE-OPERMAN
                   MOVE WK-ACAO          TO FD-ACAO-OPERMAN
                   MOVE WK-OPERADOR-ALVO TO FD-OPERADOR-OPERMAN
                   MOVE WK-NIVEL-ALVO    TO FD-NIVEL-OPERMAN
                   MOVE 'P'              TO FD-SITUACAO-OPERMAN
                   MOVE SPACES           TO FD-APROVADOR-OPERMAN
                   WRITE REG-OPERMAN
                   IF WK-FS-OPERMAN NOT EQUAL '00'
                       DISPLAY 'ERRO: ' WK-FS-OPERMAN
                               ' O COMANDO WRITE OPERMAN'
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   CLOSE ARQ-OPERMAN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMAN
                           ' O COMANDO OPEN OPERMAN'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       205-GRAVAR-APROVACAO.
           OPEN EXTEND ARQ-APROVACAO.
           IF WK-FS-APROVACAO EQUAL '05' OR WK-FS-APROVACAO EQUAL '35'
               OPEN OUTPUT ARQ-APROVACAO
           END-IF.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   MOVE 'O'              TO FD-TIPO-APROVACAO
                   MOVE WK-DATA-PEDIDO   TO FD-DATA-APROVACAO
                   MOVE WK-OPERADOR      TO FD-SOLICITANTE-APROVACAO
                   MOVE SPACES           TO FD-APROVADOR-APROVACAO
                   MOVE 'P'              TO FD-SITUACAO-APROVACAO
                   MOVE 'N'              TO FD-USADO-APROVACAO
                   WRITE REG-APROVACAO
                   CLOSE ARQ-APROVACAO
                   DISPLAY 'MANUTENCAO ' WK-ACAO
                           ' DO OPERADOR ' WK-OPERADOR-ALVO
                           ' PEDIDA POR ' WK-OPERADOR
                           ' - AGUARDANDO APROVACAO'
                   MOVE SPACES TO WK-EVENTO
                   STRING 'PEDIU MANUT ' WK-ACAO
                       DELIMITED BY SIZE INTO WK-EVENTO
                   MOVE WK-OPERADOR TO WK-OPERADOR-EVENTO
                   PERFORM 304-GRAVAR-ACESSLOG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
      *
       211-PROCESSAR.
           PERFORM 212-CARREGAR-OPERMST.
           PERFORM 214-CARREGAR-APROVACOES.
           PERFORM 216-CARREGAR-PEDIDOS.
           IF WK-TABELA-CHEIA EQUAL 'S'
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA - MANUTENCAO '
                       'CANCELADA PARA NAO PERDER REGISTROS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO OPEN RELATORIO'
               MOVE '211-PROCESSAR'  TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'      TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-DATA-EXIBE   TO WK-TIT-DATA.
           MOVE WK-LINHA-TITULO TO REG-RELATORIO.
           PERFORM 228-GRAVAR-RELATORIO.
           MOVE WK-LINHA-COLUNAS TO REG-RELATORIO.
           PERFORM 228-GRAVAR-RELATORIO.
           PERFORM 218-TRATAR-PEDIDO
               VARYING IDX-PED FROM 1 BY 1
               UNTIL IDX-PED > WK-QTD-PEDIDOS.
           IF WK-CONTADOR-EFETIVADOS NOT EQUAL ZEROS
               OR WK-CONTADOR-RECUSADOS NOT EQUAL ZEROS
               PERFORM 230-REGRAVAR-OPERMST
               PERFORM 232-REGRAVAR-APROVACOES
               PERFORM 234-REGRAVAR-PEDIDOS
           END-IF.
       212-CARREGAR-OPERMST.
           OPEN INPUT ARQ-OPERMST.
           EVALUATE WK-FS-OPERMST
               WHEN '00'
                   PERFORM 301-LER-OPERMST
                   PERFORM 213-GUARDAR-OPERADOR
                       UNTIL WK-FS-OPERMST = '10'
                   CLOSE ARQ-OPERMST
               WHEN '35'
                   DISPLAY 'ARQUIVO OPERMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMST
                           ' O COMANDO OPEN OPERMST'
                   MOVE '212-CARREGAR-OPERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       213-GUARDAR-OPERADOR.
           IF WK-QTD-OPERADORES NOT < 100
               DISPLAY 'TABELA DE OPERADORES CHEIA - OPERADOR '
                       FD-OPERADOR-OPERMST ' FORA DA TABELA'
               MOVE 'S' TO WK-TABELA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-OPERADORES
               SET IDX-OPE TO WK-QTD-OPERADORES
               MOVE FD-OPERADOR-OPERMST   TO TAB-OPE-OPERADOR(IDX-OPE)
               MOVE FD-SENHA-OPERMST      TO TAB-OPE-SENHA(IDX-OPE)
               MOVE FD-NIVEL-OPERMST      TO TAB-OPE-NIVEL(IDX-OPE)
               MOVE FD-SITUACAO-OPERMST   TO TAB-OPE-SITUACAO(IDX-OPE)
               MOVE FD-TENTATIVAS-OPERMST
                    TO TAB-OPE-TENTATIVAS(IDX-OPE)
               MOVE FD-DATA-TROCA-OPERMST
                    TO TAB-OPE-DATA-TROCA(IDX-OPE)
           END-IF.
           PERFORM 301-LER-OPERMST.
       214-CARREGAR-APROVACOES.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 302-LER-APROVACAO
                   PERFORM 215-GUARDAR-APROVACAO
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   DISPLAY 'ARQUIVO APROVACAO NAO ENCONTRADO - '
                           'NENHUM PEDIDO SERA EFETIVADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '214-CARREGAR-APROVACOES' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'               TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-GUARDAR-APROVACAO.
           IF WK-QTD-APROVACOES NOT < 200
               DISPLAY 'TABELA DE APROVACOES CHEIA - PEDIDO FORA DA '
                       'TABELA'
               MOVE 'S' TO WK-TABELA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-APROVACOES
               SET IDX-APR TO WK-QTD-APROVACOES
               MOVE FD-TIPO-APROVACAO        TO TAB-APR-TIPO(IDX-APR)
               MOVE FD-DATA-APROVACAO        TO TAB-APR-DATA(IDX-APR)
               MOVE FD-SOLICITANTE-APROVACAO
                    TO TAB-APR-SOLICITANTE(IDX-APR)
               MOVE FD-APROVADOR-APROVACAO
                    TO TAB-APR-APROVADOR(IDX-APR)
               MOVE FD-SITUACAO-APROVACAO
                    TO TAB-APR-SITUACAO(IDX-APR)
               MOVE FD-USADO-APROVACAO       TO TAB-APR-USADO(IDX-APR)
           END-IF.
           PERFORM 302-LER-APROVACAO.
       216-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-OPERMAN.
           EVALUATE WK-FS-OPERMAN
               WHEN '00'
                   PERFORM 303-LER-OPERMAN
                   PERFORM 217-GUARDAR-PEDIDO
                       UNTIL WK-FS-OPERMAN = '10'
                   CLOSE ARQ-OPERMAN
               WHEN '35'
                   DISPLAY 'ARQUIVO OPERMAN NAO ENCONTRADO - '
                           'NENHUM PEDIDO DE MANUTENCAO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMAN
                           ' O COMANDO OPEN OPERMAN'
                   MOVE '216-CARREGAR-PEDIDOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMAN'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMAN          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       217-GUARDAR-PEDIDO.
           IF WK-QTD-PEDIDOS NOT < 200
               DISPLAY 'TABELA DE PEDIDOS CHEIA - PEDIDO FORA DA '
                       'TABELA'
               MOVE 'S' TO WK-TABELA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-PEDIDOS
               SET IDX-PED TO WK-QTD-PEDIDOS
               MOVE FD-DATA-OPERMAN        TO TAB-PED-DATA(IDX-PED)
               MOVE FD-SOLICITANTE-OPERMAN
                    TO TAB-PED-SOLICITANTE(IDX-PED)
               MOVE FD-ACAO-OPERMAN        TO TAB-PED-ACAO(IDX-PED)
               MOVE FD-OPERADOR-OPERMAN    TO TAB-PED-OPERADOR(IDX-PED)
               MOVE FD-NIVEL-OPERMAN       TO TAB-PED-NIVEL(IDX-PED)
               MOVE FD-SITUACAO-OPERMAN    TO TAB-PED-SITUACAO(IDX-PED)
               MOVE FD-APROVADOR-OPERMAN
                    TO TAB-PED-APROVADOR(IDX-PED)
           END-IF.
           PERFORM 303-LER-OPERMAN.
       218-TRATAR-PEDIDO.
           IF TAB-PED-SITUACAO(IDX-PED) EQUAL 'P'
               MOVE SPACES TO WK-SENHA-PROVISORIA
               PERFORM 219-PROCURAR-APROVACAO
               EVALUATE TRUE
                   WHEN WK-APROVACAO-ACHADA EQUAL 'N'
                       ADD 1 TO WK-CONTADOR-PENDENTES
                       MOVE 'AGUARDANDO APROVACAO' TO WK-MOTIVO
                   WHEN TAB-APR-APROVADOR(IDX-APR)
                           EQUAL TAB-PED-SOLICITANTE(IDX-PED)
                     OR TAB-APR-APROVADOR(IDX-APR)
                           EQUAL TAB-PED-OPERADOR(IDX-PED)
                       MOVE 'S' TO TAB-APR-USADO(IDX-APR)
                       MOVE TAB-APR-APROVADOR(IDX-APR)
                            TO TAB-PED-APROVADOR(IDX-PED)
                       MOVE 'APROVADOR INVALIDO' TO WK-MOTIVO
                       PERFORM 226-RECUSAR-PEDIDO
                   WHEN OTHER
                       MOVE 'S' TO TAB-APR-USADO(IDX-APR)
                       MOVE TAB-APR-APROVADOR(IDX-APR)
                            TO TAB-PED-APROVADOR(IDX-PED)
                       PERFORM 220-APLICAR-PEDIDO
               END-EVALUATE
               PERFORM 227-IMPRIMIR-PEDIDO
           END-IF.
       219-PROCURAR-APROVACAO.
           MOVE 'N' TO WK-APROVACAO-ACHADA.
           SET IDX-APR TO 1.
           SEARCH APR-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-APR > WK-QTD-APROVACOES
                   CONTINUE
               WHEN TAB-APR-TIPO(IDX-APR) EQUAL 'O'
                AND TAB-APR-SITUACAO(IDX-APR) EQUAL 'A'
                AND TAB-APR-USADO(IDX-APR) EQUAL 'N'
                AND TAB-APR-SOLICITANTE(IDX-APR)
                       EQUAL TAB-PED-SOLICITANTE(IDX-PED)
                AND TAB-APR-DATA(IDX-APR) EQUAL TAB-PED-DATA(IDX-PED)
                   MOVE 'S' TO WK-APROVACAO-ACHADA
           END-SEARCH.
       220-APLICAR-PEDIDO.
           MOVE 'N' TO WK-OPERADOR-ACHADO.
           SET IDX-OPE TO 1.
           SEARCH OPE-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-OPE > WK-QTD-OPERADORES
                   CONTINUE
               WHEN TAB-OPE-OPERADOR(IDX-OPE)
                       EQUAL TAB-PED-OPERADOR(IDX-PED)
                   MOVE 'S' TO WK-OPERADOR-ACHADO
           END-SEARCH.
           EVALUATE TRUE
               WHEN TAB-PED-ACAO(IDX-PED) NOT EQUAL 'I' AND 'B'
                                          AND 'D' AND 'N'
                   MOVE 'ACAO INVALIDA' TO WK-MOTIVO
                   PERFORM 226-RECUSAR-PEDIDO
               WHEN TAB-PED-ACAO(IDX-PED) EQUAL 'I'
                AND WK-OPERADOR-ACHADO EQUAL 'S'
                   MOVE 'OPERADOR JA CADASTRADO' TO WK-MOTIVO
                   PERFORM 226-RECUSAR-PEDIDO
               WHEN TAB-PED-ACAO(IDX-PED) EQUAL 'I'
                AND WK-QTD-OPERADORES NOT < 100
                   MOVE 'CADASTRO CHEIO' TO WK-MOTIVO
                   PERFORM 226-RECUSAR-PEDIDO
               WHEN TAB-PED-ACAO(IDX-PED) NOT EQUAL 'I'
                AND WK-OPERADOR-ACHADO EQUAL 'N'
                   MOVE 'OPERADOR NAO CADASTRADO' TO WK-MOTIVO
                   PERFORM 226-RECUSAR-PEDIDO
               WHEN (TAB-PED-ACAO(IDX-PED) EQUAL 'I'
                     OR TAB-PED-ACAO(IDX-PED) EQUAL 'N')
                AND (TAB-PED-NIVEL(IDX-PED) < 1
                     OR TAB-PED-NIVEL(IDX-PED) > 3)
                   MOVE 'NIVEL INVALIDO' TO WK-MOTIVO
                   PERFORM 226-RECUSAR-PEDIDO
               WHEN TAB-PED-ACAO(IDX-PED) EQUAL 'I'
                   PERFORM 221-INCLUIR-OPERADOR
               WHEN TAB-PED-ACAO(IDX-PED) EQUAL 'B'
                   MOVE 'B' TO TAB-OPE-SITUACAO(IDX-OPE)
                   MOVE 'OPERADOR BLOQUEADO' TO WK-MOTIVO
                   PERFORM 225-EFETIVAR-PEDIDO
               WHEN TAB-PED-ACAO(IDX-PED) EQUAL 'D'
                   PERFORM 222-DESBLOQUEAR-OPERADOR
               WHEN OTHER
                   MOVE TAB-PED-NIVEL(IDX-PED)
                        TO TAB-OPE-NIVEL(IDX-OPE)
                   MOVE 'NIVEL ALTERADO' TO WK-MOTIVO
                   PERFORM 225-EFETIVAR-PEDIDO
           END-EVALUATE.
       221-INCLUIR-OPERADOR.
           ADD 1 TO WK-QTD-OPERADORES.
           SET IDX-OPE TO WK-QTD-OPERADORES.
           MOVE TAB-PED-OPERADOR(IDX-PED) TO TAB-OPE-OPERADOR(IDX-OPE).
           MOVE TAB-PED-NIVEL(IDX-PED)    TO TAB-OPE-NIVEL(IDX-OPE).
           PERFORM 223-GERAR-SENHA-PROVISORIA.
           MOVE 'OPERADOR INCLUIDO' TO WK-MOTIVO.
           PERFORM 225-EFETIVAR-PEDIDO.
       222-DESBLOQUEAR-OPERADOR.
           PERFORM 223-GERAR-SENHA-PROVISORIA.
           MOVE 'OPERADOR DESBLOQUEADO' TO WK-MOTIVO.
           PERFORM 225-EFETIVAR-PEDIDO.
       223-GERAR-SENHA-PROVISORIA.
           COMPUTE WK-SEMENTE-SENHA =
                   WK-HORA-ATUAL-NUM * 37
                 + WK-CONTADOR-LIDOS * 7919
                 + WK-CONTADOR-EFETIVADOS * 104729.
           DIVIDE WK-SEMENTE-SENHA BY 100000000
                  GIVING WK-QUOCIENTE-SENHA REMAINDER WK-NUMERO-SENHA.
           MOVE WK-NUMERO-SENHA TO WK-SENHA-PROVISORIA.
           MOVE 'H'                       TO WK-FUNCAO-SIGNON.
           MOVE TAB-PED-OPERADOR(IDX-PED) TO WK-OPERADOR-SIGNON.
           MOVE WK-SENHA-PROVISORIA       TO WK-SENHA-SIGNON.
           CALL 'EAD71969' USING WK-SIGNON-COM.
           MOVE WK-HASH-SIGNON TO TAB-OPE-SENHA(IDX-OPE).
           MOVE 'A'            TO TAB-OPE-SITUACAO(IDX-OPE).
           MOVE ZEROS          TO TAB-OPE-TENTATIVAS(IDX-OPE).
           MOVE ZEROS          TO TAB-OPE-DATA-TROCA(IDX-OPE).
       225-EFETIVAR-PEDIDO.
           MOVE 'E' TO TAB-PED-SITUACAO(IDX-PED).
           ADD 1 TO WK-CONTADOR-EFETIVADOS.
           MOVE SPACES TO WK-EVENTO.
           STRING 'MANUT ' TAB-PED-ACAO(IDX-PED) ' '
                  TAB-PED-OPERADOR(IDX-PED)
               DELIMITED BY SIZE INTO WK-EVENTO.
           MOVE TAB-PED-APROVADOR(IDX-PED) TO WK-OPERADOR-EVENTO.
           PERFORM 304-GRAVAR-ACESSLOG.
       226-RECUSAR-PEDIDO.
           MOVE 'R' TO TAB-PED-SITUACAO(IDX-PED).
           ADD 1 TO WK-CONTADOR-RECUSADOS.
       227-IMPRIMIR-PEDIDO.
           ADD 1 TO WK-CONTADOR-LIDOS.
           MOVE TAB-PED-DATA(IDX-PED)        TO WK-LIN-DATA.
           MOVE TAB-PED-SOLICITANTE(IDX-PED) TO WK-LIN-SOLICITANTE.
           MOVE TAB-PED-ACAO(IDX-PED)        TO WK-LIN-ACAO.
           MOVE TAB-PED-OPERADOR(IDX-PED)    TO WK-LIN-OPERADOR.
           MOVE TAB-PED-NIVEL(IDX-PED)       TO WK-LIN-NIVEL.
           MOVE TAB-PED-APROVADOR(IDX-PED)   TO WK-LIN-APROVADOR.
           MOVE WK-MOTIVO                    TO WK-LIN-RESULTADO.
           MOVE WK-SENHA-PROVISORIA          TO WK-LIN-SENHA.
           MOVE WK-LINHA-PEDIDO              TO REG-RELATORIO.
           PERFORM 228-GRAVAR-RELATORIO.
       228-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '228-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       230-REGRAVAR-OPERMST.
           OPEN OUTPUT ARQ-OPERMST.
           IF WK-FS-OPERMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMST
                       ' O COMANDO OPEN OPERMST PARA GRAVACAO'
               MOVE '230-REGRAVAR-OPERMST' TO WK-ERRO-PARAGRAFO
               MOVE 'OPERMST'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-OPERMST          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 231-GRAVAR-OPERADOR
                   VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > WK-QTD-OPERADORES
               CLOSE ARQ-OPERMST
           END-IF.
       231-GRAVAR-OPERADOR.
           MOVE TAB-OPE-OPERADOR(IDX-OPE)   TO FD-OPERADOR-OPERMST.
           MOVE TAB-OPE-SENHA(IDX-OPE)      TO FD-SENHA-OPERMST.
           MOVE TAB-OPE-NIVEL(IDX-OPE)      TO FD-NIVEL-OPERMST.
           MOVE TAB-OPE-SITUACAO(IDX-OPE)   TO FD-SITUACAO-OPERMST.
           MOVE TAB-OPE-TENTATIVAS(IDX-OPE) TO FD-TENTATIVAS-OPERMST.
           MOVE TAB-OPE-DATA-TROCA(IDX-OPE) TO FD-DATA-TROCA-OPERMST.
           WRITE REG-OPERMST.
           IF WK-FS-OPERMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMST
                       ' O COMANDO WRITE OPERMST'
               MOVE 12 TO RETURN-CODE
           END-IF.
       232-REGRAVAR-APROVACOES.
           OPEN OUTPUT ARQ-APROVACAO.
           IF WK-FS-APROVACAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-APROVACAO
                       ' O COMANDO OPEN APROVACAO PARA GRAVACAO'
               MOVE '232-REGRAVAR-APROVACOES' TO WK-ERRO-PARAGRAFO
               MOVE 'APROVACAO'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-APROVACAO           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 233-GRAVAR-APROVACAO
                   VARYING IDX-APR FROM 1 BY 1
                   UNTIL IDX-APR > WK-QTD-APROVACOES
               CLOSE ARQ-APROVACAO
           END-IF.
       233-GRAVAR-APROVACAO.
           MOVE TAB-APR-TIPO(IDX-APR)        TO FD-TIPO-APROVACAO.
           MOVE TAB-APR-DATA(IDX-APR)        TO FD-DATA-APROVACAO.
           MOVE TAB-APR-SOLICITANTE(IDX-APR)
                TO FD-SOLICITANTE-APROVACAO.
           MOVE TAB-APR-APROVADOR(IDX-APR)   TO FD-APROVADOR-APROVACAO.
           MOVE TAB-APR-SITUACAO(IDX-APR)    TO FD-SITUACAO-APROVACAO.
           MOVE TAB-APR-USADO(IDX-APR)       TO FD-USADO-APROVACAO.
           WRITE REG-APROVACAO.
           IF WK-FS-APROVACAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-APROVACAO
                       ' O COMANDO WRITE APROVACAO'
               MOVE 12 TO RETURN-CODE
           END-IF.
       234-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQ-OPERMAN.
           IF WK-FS-OPERMAN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMAN
                       ' O COMANDO OPEN OPERMAN PARA GRAVACAO'
               MOVE '234-REGRAVAR-PEDIDOS' TO WK-ERRO-PARAGRAFO
               MOVE 'OPERMAN'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-OPERMAN          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 235-GRAVAR-PEDIDO
                   VARYING IDX-PED FROM 1 BY 1
                   UNTIL IDX-PED > WK-QTD-PEDIDOS
               CLOSE ARQ-OPERMAN
           END-IF.
       235-GRAVAR-PEDIDO.
           MOVE TAB-PED-DATA(IDX-PED)        TO FD-DATA-OPERMAN.
           MOVE TAB-PED-SOLICITANTE(IDX-PED) TO FD-SOLICITANTE-OPERMAN.
           MOVE TAB-PED-ACAO(IDX-PED)        TO FD-ACAO-OPERMAN.
           MOVE TAB-PED-OPERADOR(IDX-PED)    TO FD-OPERADOR-OPERMAN.
           MOVE TAB-PED-NIVEL(IDX-PED)       TO FD-NIVEL-OPERMAN.
           MOVE TAB-PED-SITUACAO(IDX-PED)    TO FD-SITUACAO-OPERMAN.
           MOVE TAB-PED-APROVADOR(IDX-PED)   TO FD-APROVADOR-OPERMAN.
           WRITE REG-OPERMAN.
           IF WK-FS-OPERMAN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-OPERMAN
                       ' O COMANDO WRITE OPERMAN'
               MOVE 12 TO RETURN-CODE
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
                   MOVE '301-LER-OPERMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-APROVACAO.
           READ ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO READ APROVACAO'
                   MOVE '302-LER-APROVACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-OPERMAN.
           READ ARQ-OPERMAN.
           EVALUATE WK-FS-OPERMAN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-OPERMAN
                           ' O COMANDO READ OPERMAN'
                   MOVE '303-LER-OPERMAN' TO WK-ERRO-PARAGRAFO
                   MOVE 'OPERMAN'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-OPERMAN     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-GRAVAR-ACESSLOG.
           OPEN EXTEND ARQ-ACESSLOG.
           IF WK-FS-ACESSLOG EQUAL '05' OR WK-FS-ACESSLOG EQUAL '35'
               OPEN OUTPUT ARQ-ACESSLOG
           END-IF.
           EVALUATE WK-FS-ACESSLOG
               WHEN '00'
                   MOVE WK-DATA-EXIBE      TO FD-DATA-ACESSLOG
                   MOVE WK-HORA-EXIBE      TO FD-HORA-ACESSLOG
                   MOVE WK-OPERADOR-EVENTO TO FD-OPERADOR-ACESSLOG
                   MOVE WK-EVENTO          TO FD-EVENTO-ACESSLOG
                   WRITE REG-ACESSLOG
                   CLOSE ARQ-ACESSLOG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ACESSLOG
                           ' O COMANDO OPEN ACESSLOG'
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-FUNCAO EQUAL 'P'
               MOVE 'PEDIDOS PENDENTES TRATADOS = ' TO WK-TOT-ROTULO
               MOVE WK-CONTADOR-LIDOS              TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 228-GRAVAR-RELATORIO
               MOVE 'PEDIDOS EFETIVADOS         = ' TO WK-TOT-ROTULO
               MOVE WK-CONTADOR-EFETIVADOS         TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 228-GRAVAR-RELATORIO
               MOVE 'PEDIDOS RECUSADOS          = ' TO WK-TOT-ROTULO
               MOVE WK-CONTADOR-RECUSADOS          TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 228-GRAVAR-RELATORIO
               MOVE 'AGUARDANDO APROVACAO       = ' TO WK-TOT-ROTULO
               MOVE WK-CONTADOR-PENDENTES          TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 228-GRAVAR-RELATORIO
               CLOSE ARQ-RELATORIO
               IF WK-FS-RELATORIO NOT EQUAL '00'
                   DISPLAY 'ERRO ' WK-FS-RELATORIO
                           ' NO COMANDO CLOSE RELATORIO'
                   MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
               END-IF
               IF WK-CONTADOR-RECUSADOS NOT EQUAL ZEROS
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'MANUTENCAO DE OPERADORES - EFETIVADOS '
                       WK-CONTADOR-EFETIVADOS ' RECUSADOS '
                       WK-CONTADOR-RECUSADOS ' PENDENTES '
                       WK-CONTADOR-PENDENTES
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
