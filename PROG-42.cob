      *  MANUTENCAO DO REGISTRO DE SUSTACAO DE CHEQUES -     *
      *  INCLUI E EXCLUI FAIXAS DE DOCUMENTO SUSTADAS POR    *
      *  CONTA E REGRAVA O REGISTRO PARA A BALANCE LINE      *
      *  CADA INCLUSAO E BAIXA E GRAVADA NO ACESSLOG COM O   *
      *  OPERADOR DO MOVIMENTO PARA A AUDITORIA (EAD71972)   *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-SUSTACAON.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       FD   ARQ-ACESSLOG
            RECORDING MODE IS F.
       01  REG-ACESSLOG.
           05 FD-DATA-ACESSLOG            PIC X(10).
           05 FD-HORA-ACESSLOG            PIC X(11).
           05 FD-OPERADOR-ACESSLOG        PIC X(8).
           05 FD-EVENTO-ACESSLOG          PIC X(20).
       WORKING-STORAGE SECTION.
       77  WK-FS-SUSTACAO     PIC XX            VALUE SPACES.
       77  WK-FS-SUSTMOV      PIC XX            VALUE SPACES.
       77  WK-FS-SUSTACAON    PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-QTD-MOVTOS      PIC 9(3)          VALUE ZEROS.
       77  WK-EXCLUIDO        PIC X             VALUE 'N'.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-EVENTO.
           05 FILLER              PIC X(9)  VALUE 'SUSTACAO '.
           05 WK-EVENTO-ACAO      PIC X     VALUE SPACE.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EVENTO-CHAVE     PIC X(9)  VALUE SPACES.
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
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71942'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
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
           PERFORM 102-CARREGAR-SUSTMOV.
           OPEN INPUT ARQ-SUSTACAO.
           EVALUATE WK-FS-SUSTACAO
               MOVE 'SUSTACAO BAIXADA'  TO WK-EVE-TEXTO
               MOVE WK-LINHA-EVENTO     TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               MOVE 'E'                 TO WK-EVENTO-ACAO
               MOVE FD-CHAVE-SUSTACAO   TO WK-EVENTO-CHAVE
               PERFORM 206-GRAVAR-ACESSLOG
           ELSE
               MOVE REG-SUSTACAO TO REG-SUSTACAON
               PERFORM 203-GRAVAR-SUSTACAON
                            EQUAL FD-DOC-FIM-SUSTACAO
                       MOVE 'S' TO WK-EXCLUIDO
                       MOVE 'S' TO TAB-SMV-USADA(IDX-SMV)
                       MOVE TAB-SMV-OPERADOR(IDX-SMV) TO WK-OPERADOR
               END-SEARCH
           END-IF.
       203-GRAVAR-SUSTACAON.
                       MOVE 'SUSTACAO INCLUIDA' TO WK-EVE-TEXTO
                       MOVE WK-LINHA-EVENTO     TO REG-RELATORIO
                       PERFORM 205-GRAVAR-RELATORIO
                       MOVE TAB-SMV-OPERADOR(IDX-SMV) TO WK-OPERADOR
                       MOVE 'I'                 TO WK-EVENTO-ACAO
                       MOVE TAB-SMV-CHAVE(IDX-SMV) TO WK-EVENTO-CHAVE
                       PERFORM 206-GRAVAR-ACESSLOG
                   WHEN TAB-SMV-ACAO(IDX-SMV) EQUAL 'E'
                        AND TAB-SMV-USADA(IDX-SMV) EQUAL 'N'
                       ADD 1 TO WK-CONTADOR-REJEITADOS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       206-GRAVAR-ACESSLOG.
           OPEN EXTEND ARQ-ACESSLOG.
           IF WK-FS-ACESSLOG EQUAL '05' OR WK-FS-ACESSLOG EQUAL '35'
               OPEN OUTPUT ARQ-ACESSLOG
           END-IF.
           EVALUATE WK-FS-ACESSLOG
               WHEN '00'
                   MOVE WK-DATA-EXIBE TO FD-DATA-ACESSLOG
                   MOVE WK-HORA-EXIBE TO FD-HORA-ACESSLOG
                   MOVE WK-OPERADOR   TO FD-OPERADOR-ACESSLOG
                   MOVE WK-EVENTO     TO FD-EVENTO-ACESSLOG
                   WRITE REG-ACESSLOG
                   CLOSE ARQ-ACESSLOG
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ACESSLOG
                           ' O COMANDO OPEN ACESSLOG'
           END-EVALUATE.
      *******************************************************
       300-LER SECTION.
       301-LER-SUSTACAO.
