       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71972 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  AUDITORIA DE ATIVIDADE POR OPERADOR - CONSOLIDA NO  *
      *  PERIODO INFORMADO OS ACESSOS E SUSTACOES (ACESSLOG),*
      *  PEDIDOS E APROVACOES (APROVACAO), CORRECOES         *
      *  (AUDITCOR) E RECONHECIMENTOS DE ALERTA (RECONHEC)   *
      *  POR OPERADOR E DATA, APONTANDO AS VIOLACOES DE      *
      *  SEGREGACAO DE FUNCOES: APROVACAO DO PROPRIO PEDIDO, *
      *  CORRECAO DE REJEICAO DE SUSTACAO CADASTRADA PELO    *
      *  PROPRIO OPERADOR E SIGNON FORA DO HORARIO DO        *
      *  HORAOPER. PERIODO DD/MM/AAAA A DD/MM/AAAA NO SYSIN  *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
           SELECT ARQ-AUDITCOR ASSIGN TO AUDITCOR
               FILE STATUS IS WK-FS-AUDITCOR.
           SELECT ARQ-RECONHEC ASSIGN TO RECONHEC
               FILE STATUS IS WK-FS-RECONHEC.
           SELECT ARQ-SUSTACAO ASSIGN TO SUSTACAO
               FILE STATUS IS WK-FS-SUSTACAO.
           SELECT ARQ-HORAOPER ASSIGN TO HORAOPER
               FILE STATUS IS WK-FS-HORAOPER.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ATIVOPER ASSIGN TO ATIVOPER.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ACESSLOG
            RECORDING MODE IS F.
       01  REG-ACESSLOG.
           05 FD-DATA-ACESSLOG            PIC X(10).
           05 FD-HORA-ACESSLOG            PIC X(11).
           05 FD-OPERADOR-ACESSLOG        PIC X(8).
           05 FD-EVENTO-ACESSLOG          PIC X(20).
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-TIPO-APROVACAO           PIC X.
           05 FD-DATA-APROVACAO           PIC 9(8).
           05 FD-SOLICITANTE-APROVACAO    PIC X(8).
           05 FD-APROVADOR-APROVACAO      PIC X(8).
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       FD   ARQ-AUDITCOR
            RECORDING MODE IS F.
       01  REG-AUDITCOR.
           05 FD-DATA-AUDIT               PIC X(10).
           05 FD-HORA-AUDIT               PIC X(11).
           05 FD-OPERADOR-AUDIT           PIC X(8).
           05 FD-MOTIVO-AUDIT             PIC XX.
           05 FD-CHAVE-ORIG-AUDIT         PIC X(9).
           05 FD-DOC-AUDIT                PIC 9(4).
           05 FD-TIPO-ORIG-AUDIT          PIC X.
           05 FD-MOEDA-ORIG-AUDIT         PIC XX.
           05 FD-VALOR-ORIG-AUDIT         PIC 9(6)V99.
           05 FD-CHAVE-NOVA-AUDIT         PIC X(9).
           05 FD-TIPO-NOVO-AUDIT          PIC X.
           05 FD-MOEDA-NOVA-AUDIT         PIC XX.
           05 FD-VALOR-NOVO-AUDIT         PIC 9(6)V99.
       FD   ARQ-RECONHEC
            RECORDING MODE IS F.
       01  REG-RECONHEC.
           05 FD-REC-DATA                 PIC X(10).
           05 FD-REC-PROGRAMA             PIC X(8).
           05 FD-REC-CODIGO               PIC X(4).
           05 FD-REC-OPERADOR             PIC X(8).
       FD   ARQ-SUSTACAO
            RECORDING MODE IS F.
       01  REG-SUSTACAO.
           05 FD-CHAVE-SUSTACAO           PIC X(9).
           05 FD-DOC-INI-SUSTACAO         PIC 9(4).
           05 FD-DOC-FIM-SUSTACAO         PIC 9(4).
           05 FD-MOTIVO-SUSTACAO          PIC X(20).
           05 FD-OPERADOR-SUSTACAO        PIC X(8).
       FD   ARQ-HORAOPER
            RECORDING MODE IS F.
       01  REG-HORAOPER.
           05 FD-OPERADOR-HORAOPER        PIC X(8).
           05 FD-HORA-INI-HORAOPER        PIC 9(4).
           05 FD-HORA-FIM-HORAOPER        PIC 9(4).
           05 FD-FIM-SEMANA-HORAOPER      PIC X.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-ATIVOPER.
       01  REG-ATIVOPER.
           05 SD-OPERADOR-ATIVOPER        PIC X(8).
           05 SD-DATA-ATIVOPER            PIC 9(8).
           05 SD-HORA-ATIVOPER            PIC X(8).
           05 SD-ORIGEM-ATIVOPER          PIC X.
           05 SD-DESCRICAO-ATIVOPER       PIC X(30).
           05 SD-VIOLACAO-ATIVOPER        PIC X(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-FS-AUDITCOR     PIC XX            VALUE SPACES.
       77  WK-FS-RECONHEC     PIC XX            VALUE SPACES.
       77  WK-FS-SUSTACAO     PIC XX            VALUE SPACES.
       77  WK-FS-HORAOPER     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FIM-ATIVOPER    PIC X             VALUE 'N'.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-INICIAL    PIC X(10)         VALUE SPACES.
       77  WK-DATA-FINAL      PIC X(10)         VALUE SPACES.
       77  WK-DATA-INI-NUM    PIC 9(8)          VALUE ZEROS.
       77  WK-DATA-FIM-NUM    PIC 9(8)          VALUE ZEROS.
       77  WK-DATA-VALIDA     PIC X             VALUE 'N'.
       77  WK-NO-PERIODO      PIC X             VALUE 'N'.
       77  WK-DIAS-DATA       PIC 9(7)          VALUE ZEROS.
       77  WK-SEMANAS         PIC 9(7)          VALUE ZEROS.
       77  WK-DIA-SEMANA      PIC 9             VALUE ZEROS.
       77  WK-HORA-HHMM       PIC 9(4)          VALUE ZEROS.
       77  WK-FORA-HORARIO    PIC X             VALUE 'N'.
       77  WK-CORRECAO-PROPRIA PIC X            VALUE 'N'.
       77  WK-QTD-HORAOPER    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-SUSTACAO    PIC 9(3)          VALUE ZEROS.
       77  WK-TABELA-CHEIA    PIC X             VALUE 'N'.
       77  WK-OPERADOR-ATUAL  PIC X(8)          VALUE SPACES.
       77  WK-DATA-ATUAL      PIC 9(8)          VALUE ZEROS.
       77  WK-CONTADOR-EVENTOS    PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-OPERADORES PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-AUTOAPRV   PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-CORRPROP   PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-HORARIO    PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-VIOLACOES  PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-DATA-INV   PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-SEM-HORARIO PIC 9(9)     VALUE ZEROS.
       01  WK-DATA-EXIBE-NUM.
           03 WK-DIA-NUM      PIC 99.
           03 FILLER          PIC X.
           03 WK-MES-NUM      PIC 99.
           03 FILLER          PIC X.
           03 WK-ANO-NUM      PIC 9(4).
       01  WK-DATA-EVENTO.
           03 WK-ANO-EVE      PIC 9(4).
           03 WK-MES-EVE      PIC 99.
           03 WK-DIA-EVE      PIC 99.
       01  WK-DATA-EVE-NUM REDEFINES WK-DATA-EVENTO PIC 9(8).
       01  WK-CONT-OPERADOR.
           03 WK-OPE-ACESSOS      PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-SUSTACOES    PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-PEDIDOS      PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-APROVACOES   PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-CORRECOES    PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-RECONHEC     PIC 9(4)  VALUE ZEROS.
           03 WK-OPE-VIOLACOES    PIC 9(4)  VALUE ZEROS.
       01  WK-CONT-DIA.
           03 WK-DIA-EVENTOS      PIC 9(5)  VALUE ZEROS.
           03 WK-DIA-VIOLACOES    PIC 9(5)  VALUE ZEROS.
       01  TABELA-HORAOPER.
           03 HOR-ENTRY OCCURS 200 TIMES INDEXED BY IDX-HOR.
               05 TAB-HOR-OPERADOR     PIC X(8)  VALUE SPACES.
               05 TAB-HOR-INICIO       PIC 9(4)  VALUE ZEROS.
               05 TAB-HOR-FIM          PIC 9(4)  VALUE ZEROS.
               05 TAB-HOR-FIM-SEMANA   PIC X     VALUE SPACE.
       01  TABELA-SUSTACAO.
           03 SUS-ENTRY OCCURS 500 TIMES INDEXED BY IDX-SUS.
               05 TAB-SUS-CHAVE        PIC X(9)  VALUE SPACES.
               05 TAB-SUS-DOC-INI      PIC 9(4)  VALUE ZEROS.
               05 TAB-SUS-DOC-FIM      PIC 9(4)  VALUE ZEROS.
               05 TAB-SUS-OPERADOR     PIC X(8)  VALUE SPACES.
       01  WK-DESC-PEDIDO.
           05 FILLER              PIC X(12) VALUE 'PEDIDO TIPO '.
           05 WK-DPE-TIPO         PIC X.
           05 FILLER              PIC X(10) VALUE ' SITUACAO '.
           05 WK-DPE-SITUACAO     PIC X.
       01  WK-DESC-APROVACAO.
           05 FILLER              PIC X(13) VALUE 'APROVOU TIPO '.
           05 WK-DAP-TIPO         PIC X.
           05 FILLER              PIC X(4)  VALUE ' DE '.
           05 WK-DAP-SOLICITANTE  PIC X(8).
       01  WK-DESC-CORRECAO.
           05 FILLER              PIC X(9)  VALUE 'CORRECAO '.
           05 WK-DCO-MOTIVO       PIC XX.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DCO-CHAVE        PIC X(9).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DCO-DOC          PIC 9(4).
       01  WK-DESC-RECONHEC.
           05 FILLER              PIC X(11) VALUE 'RECONHECEU '.
           05 WK-DRE-CODIGO       PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DRE-PROGRAMA     PIC X(8).
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(36) VALUE
                  'AUDITORIA DE ATIVIDADE POR OPERADOR '.
           05 FILLER              PIC X(8)  VALUE 'PERIODO '.
           05 WK-TIT-INICIAL      PIC X(10).
           05 FILLER              PIC X(3)  VALUE ' A '.
           05 WK-TIT-FINAL        PIC X(10).
       01  WK-LINHA-COLUNAS.
           05 FILLER              PIC X(39) VALUE
                  'OPERADOR DATA       HORA     ORIGEM    '.
           05 FILLER              PIC X(40) VALUE
                  ' DESCRICAO                      VIOLACAO'.
       01  WK-LINHA-DETALHE.
           05 WK-DET-OPERADOR     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-DATA         PIC X(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-HORA         PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-ORIGEM       PIC X(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-DESCRICAO    PIC X(30).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-VIOLACAO     PIC X(8).
       01  WK-LINHA-DIA.
           05 FILLER              PIC X(19) VALUE SPACES.
           05 FILLER              PIC X(9)  VALUE 'TOTAL DO '.
           05 FILLER              PIC X(4)  VALUE 'DIA '.
           05 WK-DIA-DATA         PIC X(10).
           05 FILLER              PIC X(9)  VALUE ' EVENTOS '.
           05 WK-DIA-QTD-EVENTOS  PIC ZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE ' VIOLACOES '.
           05 WK-DIA-QTD-VIOL     PIC ZZ.ZZ9.
       01  WK-LINHA-OPERADOR.
           05 FILLER              PIC X(9)  VALUE 'OPERADOR '.
           05 WK-LOP-OPERADOR     PIC X(8).
           05 FILLER              PIC X(5)  VALUE ' ACE '.
           05 WK-LOP-ACESSOS      PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' SUS '.
           05 WK-LOP-SUSTACOES    PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' PED '.
           05 WK-LOP-PEDIDOS      PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' APR '.
           05 WK-LOP-APROVACOES   PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' COR '.
           05 WK-LOP-CORRECOES    PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' REC '.
           05 WK-LOP-RECONHEC     PIC ZZZ9.
           05 FILLER              PIC X(5)  VALUE ' VIO '.
           05 WK-LOP-VIOLACOES    PIC ZZZ9.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ALERTA-COM.
           05 WK-ALE-PROGRAMA             PIC X(8)  VALUE 'EAD71972'.
           05 WK-ALE-SEVERIDADE           PIC X     VALUE SPACE.
           05 WK-ALE-CODIGO               PIC X(4)  VALUE SPACES.
           05 WK-ALE-TEXTO                PIC X(40) VALUE SPACES.
           05 WK-ALE-ACAO                 PIC X(30) VALUE SPACES.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71972'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-ATIVOPER
               ON ASCENDING KEY SD-OPERADOR-ATIVOPER
                                SD-DATA-ATIVOPER
                                SD-HORA-ATIVOPER
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-EMITIR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-DATA-INICIAL FROM SYSIN.
           ACCEPT WK-DATA-FINAL   FROM SYSIN.
           IF WK-DATA-INICIAL EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(7:2) TO WK-DATA-INICIAL(1:2)
               MOVE '/'                     TO WK-DATA-INICIAL(3:1)
               MOVE WK-DATA-HORA-ATUAL(5:2) TO WK-DATA-INICIAL(4:2)
               MOVE '/'                     TO WK-DATA-INICIAL(6:1)
               MOVE WK-DATA-HORA-ATUAL(1:4) TO WK-DATA-INICIAL(7:4)
           END-IF.
           IF WK-DATA-FINAL EQUAL SPACES
               MOVE WK-DATA-INICIAL TO WK-DATA-FINAL
           END-IF.
           MOVE WK-DATA-INICIAL TO WK-DATA-EXIBE-NUM.
           PERFORM 103-CONVERTER-DATA.
           IF WK-DATA-VALIDA EQUAL 'N'
               DISPLAY 'DATA INICIAL INVALIDA: ' WK-DATA-INICIAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-DATA-EVE-NUM TO WK-DATA-INI-NUM.
           MOVE WK-DATA-FINAL TO WK-DATA-EXIBE-NUM.
           PERFORM 103-CONVERTER-DATA.
           IF WK-DATA-VALIDA EQUAL 'N'
               DISPLAY 'DATA FINAL INVALIDA: ' WK-DATA-FINAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-DATA-EVE-NUM TO WK-DATA-FIM-NUM.
           IF WK-DATA-FIM-NUM < WK-DATA-INI-NUM
               DISPLAY 'PERIODO INVALIDO: ' WK-DATA-INICIAL
                       ' A ' WK-DATA-FINAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 104-CARREGAR-HORAOPER.
           PERFORM 106-CARREGAR-SUSTACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-DATA-INICIAL  TO WK-TIT-INICIAL
                   MOVE WK-DATA-FINAL    TO WK-TIT-FINAL
                   MOVE WK-LINHA-TITULO  TO REG-RELATORIO
                   PERFORM 406-GRAVAR-RELATORIO
                   MOVE WK-LINHA-COLUNAS TO REG-RELATORIO
                   PERFORM 406-GRAVAR-RELATORIO
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
       103-CONVERTER-DATA.
           MOVE 'N' TO WK-DATA-VALIDA.
           IF WK-DATA-EXIBE-NUM(1:2) IS NUMERIC
              AND WK-DATA-EXIBE-NUM(4:2) IS NUMERIC
              AND WK-DATA-EXIBE-NUM(7:4) IS NUMERIC
               MOVE WK-ANO-NUM TO WK-ANO-EVE
               MOVE WK-MES-NUM TO WK-MES-EVE
               MOVE WK-DIA-NUM TO WK-DIA-EVE
               IF WK-MES-EVE NOT < 1 AND WK-MES-EVE NOT > 12
                  AND WK-DIA-EVE NOT < 1 AND WK-DIA-EVE NOT > 31
                   MOVE 'S' TO WK-DATA-VALIDA
               END-IF
           END-IF.
       104-CARREGAR-HORAOPER.
           OPEN INPUT ARQ-HORAOPER.
           EVALUATE WK-FS-HORAOPER
               WHEN '00'
                   PERFORM 306-LER-HORAOPER
                   PERFORM 105-GUARDAR-HORAOPER
                       UNTIL WK-FS-HORAOPER = '10'
                   CLOSE ARQ-HORAOPER
               WHEN '35'
                   DISPLAY 'ARQUIVO HORAOPER NAO ENCONTRADO - '
                           'HORARIO DE SIGNON NAO CONFERIDO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HORAOPER
                           ' O COMANDO OPEN HORAOPER'
                   MOVE '104-CARREGAR-HORAOPER' TO WK-ERRO-PARAGRAFO
                   MOVE 'HORAOPER'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HORAOPER          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-HORAOPER.
           IF WK-QTD-HORAOPER NOT < 200
               DISPLAY 'TABELA DE HORARIOS CHEIA - OPERADOR '
                       'IGNORADO ' FD-OPERADOR-HORAOPER
               MOVE 'S' TO WK-TABELA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-HORAOPER
               SET IDX-HOR TO WK-QTD-HORAOPER
               MOVE FD-OPERADOR-HORAOPER TO TAB-HOR-OPERADOR(IDX-HOR)
               MOVE FD-HORA-INI-HORAOPER TO TAB-HOR-INICIO(IDX-HOR)
               MOVE FD-HORA-FIM-HORAOPER TO TAB-HOR-FIM(IDX-HOR)
               MOVE FD-FIM-SEMANA-HORAOPER
                    TO TAB-HOR-FIM-SEMANA(IDX-HOR)
           END-IF.
           PERFORM 306-LER-HORAOPER.
       106-CARREGAR-SUSTACAO.
           OPEN INPUT ARQ-SUSTACAO.
           EVALUATE WK-FS-SUSTACAO
               WHEN '00'
                   PERFORM 305-LER-SUSTACAO
                   PERFORM 107-GUARDAR-SUSTACAO
                       UNTIL WK-FS-SUSTACAO = '10'
                   CLOSE ARQ-SUSTACAO
               WHEN '35'
                   DISPLAY 'ARQUIVO SUSTACAO NAO ENCONTRADO - '
                           'CORRECAO PROPRIA NAO CONFERIDA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUSTACAO
                           ' O COMANDO OPEN SUSTACAO'
                   MOVE '106-CARREGAR-SUSTACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'SUSTACAO'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUSTACAO          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-SUSTACAO.
           IF WK-QTD-SUSTACAO NOT < 500
               DISPLAY 'TABELA DE SUSTACOES CHEIA - FAIXA '
                       'IGNORADA ' FD-CHAVE-SUSTACAO
               MOVE 'S' TO WK-TABELA-CHEIA
           ELSE
               ADD 1 TO WK-QTD-SUSTACAO
               SET IDX-SUS TO WK-QTD-SUSTACAO
               MOVE FD-CHAVE-SUSTACAO    TO TAB-SUS-CHAVE(IDX-SUS)
               MOVE FD-DOC-INI-SUSTACAO  TO TAB-SUS-DOC-INI(IDX-SUS)
               MOVE FD-DOC-FIM-SUSTACAO  TO TAB-SUS-DOC-FIM(IDX-SUS)
               MOVE FD-OPERADOR-SUSTACAO TO TAB-SUS-OPERADOR(IDX-SUS)
           END-IF.
           PERFORM 305-LER-SUSTACAO.
      *******************************************************
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           OPEN INPUT ARQ-ACESSLOG.
           EVALUATE WK-FS-ACESSLOG
               WHEN '00'
                   PERFORM 301-LER-ACESSLOG
                   PERFORM 202-SELECIONAR-ACESSLOG
                       UNTIL WK-FS-ACESSLOG = '10'
                   CLOSE ARQ-ACESSLOG
               WHEN '35'
                   DISPLAY 'ARQUIVO ACESSLOG NAO ENCONTRADO - '
                           'SEM ACESSOS E SUSTACOES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ACESSLOG
                           ' O COMANDO OPEN ACESSLOG'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ACESSLOG'       TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ACESSLOG   TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 302-LER-APROVACAO
                   PERFORM 203-SELECIONAR-APROVACAO
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   DISPLAY 'ARQUIVO APROVACAO NAO ENCONTRADO - '
                           'SEM PEDIDOS E APROVACOES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-AUDITCOR.
           EVALUATE WK-FS-AUDITCOR
               WHEN '00'
                   PERFORM 303-LER-AUDITCOR
                   PERFORM 204-SELECIONAR-AUDITCOR
                       UNTIL WK-FS-AUDITCOR = '10'
                   CLOSE ARQ-AUDITCOR
               WHEN '35'
                   DISPLAY 'ARQUIVO AUDITCOR NAO ENCONTRADO - '
                           'SEM CORRECOES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-AUDITCOR
                           ' O COMANDO OPEN AUDITCOR'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'AUDITCOR'       TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-AUDITCOR   TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-RECONHEC.
           EVALUATE WK-FS-RECONHEC
               WHEN '00'
                   PERFORM 304-LER-RECONHEC
                   PERFORM 205-SELECIONAR-RECONHEC
                       UNTIL WK-FS-RECONHEC = '10'
                   CLOSE ARQ-RECONHEC
               WHEN '35'
                   DISPLAY 'ARQUIVO RECONHEC NAO ENCONTRADO - '
                           'SEM RECONHECIMENTOS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RECONHEC
                           ' O COMANDO OPEN RECONHEC'
                   MOVE '201-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RECONHEC'       TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RECONHEC   TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           GO TO 209-SELECIONAR-EXIT.
       202-SELECIONAR-ACESSLOG.
           MOVE FD-DATA-ACESSLOG TO WK-DATA-EXIBE-NUM.
           PERFORM 206-CONFERIR-PERIODO.
           IF WK-NO-PERIODO EQUAL 'S'
               MOVE FD-OPERADOR-ACESSLOG  TO SD-OPERADOR-ATIVOPER
               MOVE FD-HORA-ACESSLOG(1:8) TO SD-HORA-ATIVOPER
               MOVE FD-EVENTO-ACESSLOG    TO SD-DESCRICAO-ATIVOPER
               MOVE SPACES                TO SD-VIOLACAO-ATIVOPER
               IF FD-EVENTO-ACESSLOG(1:9) EQUAL 'SUSTACAO '
                   MOVE 'S' TO SD-ORIGEM-ATIVOPER
               ELSE
                   MOVE 'L' TO SD-ORIGEM-ATIVOPER
                   IF FD-EVENTO-ACESSLOG(1:7) EQUAL 'SIGNON '
                       PERFORM 207-CONFERIR-HORARIO
                       IF WK-FORA-HORARIO EQUAL 'S'
                           MOVE 'HORARIO' TO SD-VIOLACAO-ATIVOPER
                       END-IF
                   END-IF
               END-IF
               RELEASE REG-ATIVOPER
           END-IF.
           PERFORM 301-LER-ACESSLOG.
       203-SELECIONAR-APROVACAO.
           IF FD-DATA-APROVACAO NOT < WK-DATA-INI-NUM
              AND FD-DATA-APROVACAO NOT > WK-DATA-FIM-NUM
               MOVE FD-SOLICITANTE-APROVACAO TO SD-OPERADOR-ATIVOPER
               MOVE FD-DATA-APROVACAO        TO SD-DATA-ATIVOPER
               MOVE SPACES                   TO SD-HORA-ATIVOPER
               MOVE 'P'                      TO SD-ORIGEM-ATIVOPER
               MOVE FD-TIPO-APROVACAO        TO WK-DPE-TIPO
               MOVE FD-SITUACAO-APROVACAO    TO WK-DPE-SITUACAO
               MOVE WK-DESC-PEDIDO           TO SD-DESCRICAO-ATIVOPER
               MOVE SPACES                   TO SD-VIOLACAO-ATIVOPER
               RELEASE REG-ATIVOPER
               IF FD-SITUACAO-APROVACAO EQUAL 'A'
                  AND FD-APROVADOR-APROVACAO NOT EQUAL SPACES
                   MOVE FD-APROVADOR-APROVACAO TO SD-OPERADOR-ATIVOPER
                   MOVE 'A'                    TO SD-ORIGEM-ATIVOPER
                   MOVE FD-TIPO-APROVACAO      TO WK-DAP-TIPO
                   MOVE FD-SOLICITANTE-APROVACAO
                        TO WK-DAP-SOLICITANTE
                   MOVE WK-DESC-APROVACAO  TO SD-DESCRICAO-ATIVOPER
                   IF FD-APROVADOR-APROVACAO
                      EQUAL FD-SOLICITANTE-APROVACAO
                       MOVE 'AUTOAPRV' TO SD-VIOLACAO-ATIVOPER
                   END-IF
                   RELEASE REG-ATIVOPER
               END-IF
           END-IF.
           PERFORM 302-LER-APROVACAO.
       204-SELECIONAR-AUDITCOR.
           MOVE FD-DATA-AUDIT TO WK-DATA-EXIBE-NUM.
           PERFORM 206-CONFERIR-PERIODO.
           IF WK-NO-PERIODO EQUAL 'S'
               MOVE FD-OPERADOR-AUDIT     TO SD-OPERADOR-ATIVOPER
               MOVE FD-HORA-AUDIT(1:8)    TO SD-HORA-ATIVOPER
               MOVE 'C'                   TO SD-ORIGEM-ATIVOPER
               MOVE FD-MOTIVO-AUDIT       TO WK-DCO-MOTIVO
               MOVE FD-CHAVE-ORIG-AUDIT   TO WK-DCO-CHAVE
               MOVE FD-DOC-AUDIT          TO WK-DCO-DOC
               MOVE WK-DESC-CORRECAO      TO SD-DESCRICAO-ATIVOPER
               MOVE SPACES                TO SD-VIOLACAO-ATIVOPER
               IF FD-MOTIVO-AUDIT EQUAL '17'
                   PERFORM 208-CONFERIR-SUSTACAO
                   IF WK-CORRECAO-PROPRIA EQUAL 'S'
                       MOVE 'CORRPROP' TO SD-VIOLACAO-ATIVOPER
                   END-IF
               END-IF
               RELEASE REG-ATIVOPER
           END-IF.
           PERFORM 303-LER-AUDITCOR.
       205-SELECIONAR-RECONHEC.
           MOVE FD-REC-DATA TO WK-DATA-EXIBE-NUM.
           PERFORM 206-CONFERIR-PERIODO.
           IF WK-NO-PERIODO EQUAL 'S'
               MOVE FD-REC-OPERADOR       TO SD-OPERADOR-ATIVOPER
               MOVE SPACES                TO SD-HORA-ATIVOPER
               MOVE 'R'                   TO SD-ORIGEM-ATIVOPER
               MOVE FD-REC-CODIGO         TO WK-DRE-CODIGO
               MOVE FD-REC-PROGRAMA       TO WK-DRE-PROGRAMA
               MOVE WK-DESC-RECONHEC      TO SD-DESCRICAO-ATIVOPER
               MOVE SPACES                TO SD-VIOLACAO-ATIVOPER
               RELEASE REG-ATIVOPER
           END-IF.
           PERFORM 304-LER-RECONHEC.
       206-CONFERIR-PERIODO.
           MOVE 'N' TO WK-NO-PERIODO.
           PERFORM 103-CONVERTER-DATA.
           IF WK-DATA-VALIDA EQUAL 'N'
               ADD 1 TO WK-CONTADOR-DATA-INV
           ELSE
               IF WK-DATA-EVE-NUM NOT < WK-DATA-INI-NUM
                  AND WK-DATA-EVE-NUM NOT > WK-DATA-FIM-NUM
                   MOVE 'S' TO WK-NO-PERIODO
                   MOVE WK-DATA-EVE-NUM TO SD-DATA-ATIVOPER
               END-IF
           END-IF.
       207-CONFERIR-HORARIO.
           MOVE 'N' TO WK-FORA-HORARIO.
           SET IDX-HOR TO 1.
           SEARCH HOR-ENTRY
               AT END
                   ADD 1 TO WK-CONTADOR-SEM-HORARIO
               WHEN IDX-HOR > WK-QTD-HORAOPER
                   ADD 1 TO WK-CONTADOR-SEM-HORARIO
               WHEN TAB-HOR-OPERADOR(IDX-HOR)
                    EQUAL FD-OPERADOR-ACESSLOG
                   IF FD-HORA-ACESSLOG(1:2) IS NUMERIC
                      AND FD-HORA-ACESSLOG(4:2) IS NUMERIC
                       MOVE FD-HORA-ACESSLOG(1:2) TO WK-HORA-HHMM(1:2)
                       MOVE FD-HORA-ACESSLOG(4:2) TO WK-HORA-HHMM(3:2)
                       IF TAB-HOR-INICIO(IDX-HOR)
                          NOT > TAB-HOR-FIM(IDX-HOR)
                           IF WK-HORA-HHMM < TAB-HOR-INICIO(IDX-HOR)
                              OR WK-HORA-HHMM > TAB-HOR-FIM(IDX-HOR)
                               MOVE 'S' TO WK-FORA-HORARIO
                           END-IF
                       ELSE
                           IF WK-HORA-HHMM < TAB-HOR-INICIO(IDX-HOR)
                              AND WK-HORA-HHMM > TAB-HOR-FIM(IDX-HOR)
                               MOVE 'S' TO WK-FORA-HORARIO
                           END-IF
                       END-IF
                   END-IF
                   IF TAB-HOR-FIM-SEMANA(IDX-HOR) NOT EQUAL 'S'
                       COMPUTE WK-DIAS-DATA =
                           FUNCTION INTEGER-OF-DATE(WK-DATA-EVE-NUM)
                       DIVIDE WK-DIAS-DATA BY 7 GIVING WK-SEMANAS
                           REMAINDER WK-DIA-SEMANA
                       IF WK-DIA-SEMANA EQUAL 0 OR 6
                           MOVE 'S' TO WK-FORA-HORARIO
                       END-IF
                   END-IF
           END-SEARCH.
       208-CONFERIR-SUSTACAO.
           MOVE 'N' TO WK-CORRECAO-PROPRIA.
           SET IDX-SUS TO 1.
           SEARCH SUS-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-SUS > WK-QTD-SUSTACAO
                   CONTINUE
               WHEN TAB-SUS-CHAVE(IDX-SUS) EQUAL FD-CHAVE-ORIG-AUDIT
                    AND TAB-SUS-DOC-INI(IDX-SUS) NOT > FD-DOC-AUDIT
                    AND TAB-SUS-DOC-FIM(IDX-SUS) NOT < FD-DOC-AUDIT
                    AND TAB-SUS-OPERADOR(IDX-SUS)
                        EQUAL FD-OPERADOR-AUDIT
                   MOVE 'S' TO WK-CORRECAO-PROPRIA
           END-SEARCH.
       209-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-ACESSLOG.
           READ ARQ-ACESSLOG.
           EVALUATE WK-FS-ACESSLOG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ACESSLOG
                           ' O COMANDO READ ACESSLOG'
                   MOVE '301-LER-ACESSLOG' TO WK-ERRO-PARAGRAFO
                   MOVE 'ACESSLOG'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ACESSLOG     TO WK-ERRO-STATUS
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
       303-LER-AUDITCOR.
           READ ARQ-AUDITCOR.
           EVALUATE WK-FS-AUDITCOR
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-AUDITCOR
                           ' O COMANDO READ AUDITCOR'
                   MOVE '303-LER-AUDITCOR' TO WK-ERRO-PARAGRAFO
                   MOVE 'AUDITCOR'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-AUDITCOR     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-RECONHEC.
           READ ARQ-RECONHEC.
           EVALUATE WK-FS-RECONHEC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RECONHEC
                           ' O COMANDO READ RECONHEC'
                   MOVE '304-LER-RECONHEC' TO WK-ERRO-PARAGRAFO
                   MOVE 'RECONHEC'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RECONHEC     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-SUSTACAO.
           READ ARQ-SUSTACAO.
           EVALUATE WK-FS-SUSTACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUSTACAO
                           ' O COMANDO READ SUSTACAO'
                   MOVE '305-LER-SUSTACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'SUSTACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUSTACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       306-LER-HORAOPER.
           READ ARQ-HORAOPER.
           EVALUATE WK-FS-HORAOPER
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HORAOPER
                           ' O COMANDO READ HORAOPER'
                   MOVE '306-LER-HORAOPER' TO WK-ERRO-PARAGRAFO
                   MOVE 'HORAOPER'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HORAOPER     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-EMITIR SECTION.
       401-EMITIR.
           PERFORM 402-RETORNAR-EVENTO.
           IF WK-FIM-ATIVOPER EQUAL 'N'
               MOVE SD-OPERADOR-ATIVOPER TO WK-OPERADOR-ATUAL
               MOVE SD-DATA-ATIVOPER     TO WK-DATA-ATUAL
               ADD 1 TO WK-CONTADOR-OPERADORES
           END-IF.
           PERFORM 403-TRATAR-EVENTO
               UNTIL WK-FIM-ATIVOPER = 'S'.
           IF WK-CONTADOR-EVENTOS NOT EQUAL ZEROS
               PERFORM 404-TOTALIZAR-DIA
               PERFORM 405-TOTALIZAR-OPERADOR
           END-IF.
           GO TO 409-EMITIR-EXIT.
       402-RETORNAR-EVENTO.
           RETURN ARQ-ATIVOPER
               AT END
                   MOVE 'S' TO WK-FIM-ATIVOPER
           END-RETURN.
       403-TRATAR-EVENTO.
           IF SD-OPERADOR-ATIVOPER NOT EQUAL WK-OPERADOR-ATUAL
               PERFORM 404-TOTALIZAR-DIA
               PERFORM 405-TOTALIZAR-OPERADOR
               MOVE SD-OPERADOR-ATIVOPER TO WK-OPERADOR-ATUAL
               MOVE SD-DATA-ATIVOPER     TO WK-DATA-ATUAL
               ADD 1 TO WK-CONTADOR-OPERADORES
           ELSE
               IF SD-DATA-ATIVOPER NOT EQUAL WK-DATA-ATUAL
                   PERFORM 404-TOTALIZAR-DIA
                   MOVE SD-DATA-ATIVOPER TO WK-DATA-ATUAL
               END-IF
           END-IF.
           ADD 1 TO WK-CONTADOR-EVENTOS.
           ADD 1 TO WK-DIA-EVENTOS.
           MOVE SD-OPERADOR-ATIVOPER  TO WK-DET-OPERADOR.
           MOVE SD-DATA-ATIVOPER      TO WK-DATA-EVE-NUM.
           MOVE WK-DIA-EVE            TO WK-DET-DATA(1:2).
           MOVE '/'                   TO WK-DET-DATA(3:1).
           MOVE WK-MES-EVE            TO WK-DET-DATA(4:2).
           MOVE '/'                   TO WK-DET-DATA(6:1).
           MOVE WK-ANO-EVE            TO WK-DET-DATA(7:4).
           MOVE SD-HORA-ATIVOPER      TO WK-DET-HORA.
           MOVE SD-DESCRICAO-ATIVOPER TO WK-DET-DESCRICAO.
           MOVE SD-VIOLACAO-ATIVOPER  TO WK-DET-VIOLACAO.
           EVALUATE SD-ORIGEM-ATIVOPER
               WHEN 'L'
                   ADD 1 TO WK-OPE-ACESSOS
                   MOVE 'ACESSO'     TO WK-DET-ORIGEM
               WHEN 'S'
                   ADD 1 TO WK-OPE-SUSTACOES
                   MOVE 'SUSTACAO'   TO WK-DET-ORIGEM
               WHEN 'P'
                   ADD 1 TO WK-OPE-PEDIDOS
                   MOVE 'PEDIDO'     TO WK-DET-ORIGEM
               WHEN 'A'
                   ADD 1 TO WK-OPE-APROVACOES
                   MOVE 'APROVACAO'  TO WK-DET-ORIGEM
               WHEN 'C'
                   ADD 1 TO WK-OPE-CORRECOES
                   MOVE 'CORRECAO'   TO WK-DET-ORIGEM
               WHEN OTHER
                   ADD 1 TO WK-OPE-RECONHEC
                   MOVE 'ALERTA'     TO WK-DET-ORIGEM
           END-EVALUATE.
           EVALUATE SD-VIOLACAO-ATIVOPER
               WHEN 'AUTOAPRV'
                   ADD 1 TO WK-CONTADOR-AUTOAPRV
               WHEN 'CORRPROP'
                   ADD 1 TO WK-CONTADOR-CORRPROP
               WHEN 'HORARIO'
                   ADD 1 TO WK-CONTADOR-HORARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SD-VIOLACAO-ATIVOPER NOT EQUAL SPACES
               ADD 1 TO WK-CONTADOR-VIOLACOES
               ADD 1 TO WK-OPE-VIOLACOES
               ADD 1 TO WK-DIA-VIOLACOES
           END-IF.
           MOVE WK-LINHA-DETALHE TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           PERFORM 402-RETORNAR-EVENTO.
       404-TOTALIZAR-DIA.
           MOVE WK-DATA-ATUAL     TO WK-DATA-EVE-NUM.
           MOVE WK-DIA-EVE        TO WK-DIA-DATA(1:2).
           MOVE '/'               TO WK-DIA-DATA(3:1).
           MOVE WK-MES-EVE        TO WK-DIA-DATA(4:2).
           MOVE '/'               TO WK-DIA-DATA(6:1).
           MOVE WK-ANO-EVE        TO WK-DIA-DATA(7:4).
           MOVE WK-DIA-EVENTOS    TO WK-DIA-QTD-EVENTOS.
           MOVE WK-DIA-VIOLACOES  TO WK-DIA-QTD-VIOL.
           MOVE WK-LINHA-DIA      TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           INITIALIZE WK-CONT-DIA.
       405-TOTALIZAR-OPERADOR.
           MOVE WK-OPERADOR-ATUAL TO WK-LOP-OPERADOR.
           MOVE WK-OPE-ACESSOS    TO WK-LOP-ACESSOS.
           MOVE WK-OPE-SUSTACOES  TO WK-LOP-SUSTACOES.
           MOVE WK-OPE-PEDIDOS    TO WK-LOP-PEDIDOS.
           MOVE WK-OPE-APROVACOES TO WK-LOP-APROVACOES.
           MOVE WK-OPE-CORRECOES  TO WK-LOP-CORRECOES.
           MOVE WK-OPE-RECONHEC   TO WK-LOP-RECONHEC.
           MOVE WK-OPE-VIOLACOES  TO WK-LOP-VIOLACOES.
           MOVE WK-LINHA-OPERADOR TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           INITIALIZE WK-CONT-OPERADOR.
       406-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '406-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       409-EMITIR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'EVENTOS NO PERIODO       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EVENTOS           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'OPERADORES COM ATIVIDADE = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-OPERADORES        TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'APROVACAO DO PROPRIO PED.= ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AUTOAPRV          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'CORRECAO DE SUST. PROPRIA= ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CORRPROP          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'SIGNON FORA DO HORARIO   = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-HORARIO           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'SIGNON SEM HORARIO CADAST= ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-HORARIO       TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           MOVE 'REGISTROS COM DATA INVAL.= ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DATA-INV          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 406-GRAVAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           IF WK-CONTADOR-VIOLACOES NOT EQUAL ZEROS
               MOVE 'A'    TO WK-ALE-SEVERIDADE
               MOVE 'SD01' TO WK-ALE-CODIGO
               MOVE 'VIOLACAO DE SEGREGACAO DE FUNCOES'
                    TO WK-ALE-TEXTO
               MOVE 'CONFERIR RELATORIO DE AUDITORIA'
                    TO WK-ALE-ACAO
               PERFORM 904-GRAVAR-ALERTA
           END-IF.
           DISPLAY 'AUDITORIA DE OPERADORES CONCLUIDA - EVENTOS '
                   WK-CONTADOR-EVENTOS ' VIOLACOES '
                   WK-CONTADOR-VIOLACOES.
           IF WK-CONTADOR-VIOLACOES NOT EQUAL ZEROS
              OR WK-TABELA-CHEIA EQUAL 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
       904-GRAVAR-ALERTA.
           CALL 'EAD71954' USING WK-ALERTA-COM.
