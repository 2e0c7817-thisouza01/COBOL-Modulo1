       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71975 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  MANUTENCAO DO REGISTRO DE TALOES DE CHEQUE -        *
      *  EMITE (E) TALOES DE ATE 20 FOLHAS POR CONTA E       *
      *  CANCELA (C) FOLHAS, BAIXA COMO PAGAS AS FOLHAS DO   *
      *  CHEQPAG DA BALANCE LINE E MARCA COMO SUSTADAS AS    *
      *  FOLHAS DENTRO DAS FAIXAS DO SUSTACAO. REGRAVA O     *
      *  REGISTRO EM CHEQUESN PARA O EAD71909                *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHEQUES ASSIGN TO CHEQUES
               FILE STATUS IS WK-FS-CHEQUES.
           SELECT ARQ-CHEQMOV ASSIGN TO CHEQMOV
               FILE STATUS IS WK-FS-CHEQMOV.
           SELECT ARQ-CHEQPAG ASSIGN TO CHEQPAG
               FILE STATUS IS WK-FS-CHEQPAG.
           SELECT ARQ-SUSTACAO ASSIGN TO SUSTACAO
               FILE STATUS IS WK-FS-SUSTACAO.
           SELECT ARQ-CHEQUESN ASSIGN TO CHEQUESN
               FILE STATUS IS WK-FS-CHEQUESN.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CHEQUES
            RECORDING MODE IS F.
       01  REG-CHEQUES.
           05 FD-CHAVE-CHEQUES            PIC X(9).
           05 FD-NUMERO-INI-CHEQUES       PIC 9(4).
           05 FD-QTDE-CHEQUES             PIC 99.
           05 FD-DATA-EMISSAO-CHEQUES     PIC 9(8).
           05 FD-OPERADOR-CHEQUES         PIC X(8).
           05 FD-SITUACOES-CHEQUES.
               10 FD-SITUACAO-CHEQUES     PIC X OCCURS 20 TIMES.
       FD   ARQ-CHEQMOV
            RECORDING MODE IS F.
       01  REG-CHEQMOV.
           05 FD-ACAO-CHEQMOV             PIC X.
           05 FD-CHAVE-CHEQMOV            PIC X(9).
           05 FD-NUMERO-INI-CHEQMOV       PIC 9(4).
           05 FD-QTDE-CHEQMOV             PIC 99.
           05 FD-OPERADOR-CHEQMOV         PIC X(8).
       FD   ARQ-CHEQPAG
            RECORDING MODE IS F.
       01  REG-CHEQPAG.
           05 FD-CHAVE-CHEQPAG            PIC X(9).
           05 FD-NUMERO-CHEQPAG           PIC 9(4).
           05 FD-VALOR-CHEQPAG            PIC 9(6)V99.
           05 FD-DATA-CHEQPAG             PIC 9(8).
       FD   ARQ-SUSTACAO
            RECORDING MODE IS F.
       01  REG-SUSTACAO.
           05 FD-CHAVE-SUSTACAO           PIC X(9).
           05 FD-DOC-INI-SUSTACAO         PIC 9(4).
           05 FD-DOC-FIM-SUSTACAO         PIC 9(4).
           05 FD-MOTIVO-SUSTACAO          PIC X(20).
           05 FD-OPERADOR-SUSTACAO        PIC X(8).
       FD   ARQ-CHEQUESN
            RECORDING MODE IS F.
       01  REG-CHEQUESN.
           05 FD-CHAVE-CHEQUESN           PIC X(9).
           05 FD-NUMERO-INI-CHEQUESN      PIC 9(4).
           05 FD-QTDE-CHEQUESN            PIC 99.
           05 FD-DATA-EMISSAO-CHEQUESN    PIC 9(8).
           05 FD-OPERADOR-CHEQUESN        PIC X(8).
           05 FD-SITUACOES-CHEQUESN.
               10 FD-SITUACAO-CHEQUESN    PIC X OCCURS 20 TIMES.
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
       77  WK-FS-CHEQUES      PIC XX            VALUE SPACES.
       77  WK-FS-CHEQMOV      PIC XX            VALUE SPACES.
       77  WK-FS-CHEQPAG      PIC XX            VALUE SPACES.
       77  WK-FS-SUSTACAO     PIC XX            VALUE SPACES.
       77  WK-FS-CHEQUESN     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-QTD-MOVTOS      PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-PAGOS       PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-SUSTACOES   PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-MOV         PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-ANT         PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-PAG         PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-FOLHA       PIC 99            VALUE ZEROS.
       77  WK-NUMERO-FOLHA    PIC 9(5)          VALUE ZEROS.
       77  WK-NUMERO-FIM      PIC 9(5)          VALUE ZEROS.
       77  WK-NUMERO-FIM-TALAO PIC 9(5)         VALUE ZEROS.
       77  WK-NUMERO-MAXIMO   PIC 9(4)          VALUE 9499.
       77  WK-FAIXA-REJEITADA PIC X             VALUE 'N'.
       77  WK-FOLHAS-PAGAS    PIC 99            VALUE ZEROS.
       77  WK-FOLHA-SUSTADA   PIC X             VALUE 'N'.
       77  WK-CHEQUES-ABERTO  PIC X             VALUE 'N'.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-EMITIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-CANCELADOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-BAIXADOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-REJEITADOS PIC 9(9)      VALUE ZEROS.
       01  TABELA-CHEQMOV.
           03 CMOV-ENTRY OCCURS 200 TIMES.
               05 TAB-CMV-ACAO            PIC X        VALUE SPACE.
               05 TAB-CMV-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-CMV-NUMERO-INI      PIC 9(4)     VALUE ZEROS.
               05 TAB-CMV-QTDE            PIC 99       VALUE ZEROS.
               05 TAB-CMV-OPERADOR        PIC X(8)     VALUE SPACES.
               05 TAB-CMV-USADA           PIC X        VALUE 'N'.
       01  TABELA-CHEQPAG.
           03 CPAG-ENTRY OCCURS 500 TIMES.
               05 TAB-PAG-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-PAG-NUMERO          PIC 9(4)     VALUE ZEROS.
               05 TAB-PAG-USADA           PIC X        VALUE 'N'.
       01  TABELA-SUSTACAO.
           03 SUSTACAO-ENTRY OCCURS 100 TIMES INDEXED BY IDX-SUS.
               05 TAB-SUS-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-SUS-DOC-INI         PIC 9(4)     VALUE ZEROS.
               05 TAB-SUS-DOC-FIM         PIC 9(4)     VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(43) VALUE
                  'MANUTENCAO DO REGISTRO DE TALOES DE CHEQUE'.
       01  WK-LINHA-EVENTO.
           05 FILLER              PIC X(6)  VALUE 'CONTA '.
           05 WK-EVE-CHAVE        PIC X(9).
           05 FILLER              PIC X(9)  VALUE ' CHEQUES '.
           05 WK-EVE-NUMERO-INI   PIC 9(4).
           05 FILLER              PIC X(3)  VALUE ' A '.
           05 WK-EVE-NUMERO-FIM   PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EVE-TEXTO        PIC X(30).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-EVENTO.
           05 FILLER              PIC X(8)  VALUE 'CHEQUES '.
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
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71975'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
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
           MOVE ZEROS TO RETURN-CODE.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 220-GRAVAR-RELATORIO
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
           PERFORM 102-CARREGAR-SUSTACAO.
           PERFORM 104-CARREGAR-CHEQPAG.
           PERFORM 106-CARREGAR-CHEQMOV.
           OPEN INPUT ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   MOVE 'S' TO WK-CHEQUES-ABERTO
                   PERFORM 301-LER-CHEQUES
               WHEN '35'
                   DISPLAY 'ARQUIVO CHEQUES NAO ENCONTRADO - '
                           'REGISTRO INICIADO VAZIO'
                   MOVE '10' TO WK-FS-CHEQUES
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO OPEN CHEQUES'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-CHEQUESN.
           EVALUATE WK-FS-CHEQUESN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUESN
                           ' O COMANDO OPEN CHEQUESN'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUESN'    TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUESN TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-SUSTACAO.
           OPEN INPUT ARQ-SUSTACAO.
           EVALUATE WK-FS-SUSTACAO
               WHEN '00'
                   PERFORM 302-LER-SUSTACAO
                   PERFORM 103-GUARDAR-SUSTACAO
                       UNTIL WK-FS-SUSTACAO = '10'
                   CLOSE ARQ-SUSTACAO
               WHEN '35'
                   DISPLAY 'ARQUIVO SUSTACAO NAO ENCONTRADO - '
                           'SEM CHEQUES SUSTADOS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUSTACAO
                           ' O COMANDO OPEN SUSTACAO'
                   MOVE '102-CARREGAR-SUSTACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'SUSTACAO'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUSTACAO          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       103-GUARDAR-SUSTACAO.
           IF WK-QTD-SUSTACOES NOT < 100
               DISPLAY 'TABELA DE SUSTACOES CHEIA - SUSTACAO '
                       FD-CHAVE-SUSTACAO ' SEM COBERTURA - '
                       'EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WK-QTD-SUSTACOES
               SET IDX-SUS TO WK-QTD-SUSTACOES
               MOVE FD-CHAVE-SUSTACAO   TO TAB-SUS-CHAVE(IDX-SUS)
               MOVE FD-DOC-INI-SUSTACAO TO TAB-SUS-DOC-INI(IDX-SUS)
               MOVE FD-DOC-FIM-SUSTACAO TO TAB-SUS-DOC-FIM(IDX-SUS)
           END-IF.
           PERFORM 302-LER-SUSTACAO.
       104-CARREGAR-CHEQPAG.
           OPEN INPUT ARQ-CHEQPAG.
           EVALUATE WK-FS-CHEQPAG
               WHEN '00'
                   PERFORM 303-LER-CHEQPAG
                   PERFORM 105-GUARDAR-CHEQPAG
                       UNTIL WK-FS-CHEQPAG = '10'
                   CLOSE ARQ-CHEQPAG
               WHEN '35'
                   DISPLAY 'ARQUIVO CHEQPAG NAO ENCONTRADO - '
                           'SEM CHEQUES PAGOS A BAIXAR'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQPAG
                           ' O COMANDO OPEN CHEQPAG'
                   MOVE '104-CARREGAR-CHEQPAG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQPAG'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQPAG          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-CHEQPAG.
           IF WK-QTD-PAGOS NOT < 500
               DISPLAY 'TABELA DE CHEQUES PAGOS CHEIA - CHEQUE '
                       FD-NUMERO-CHEQPAG ' DA CONTA '
                       FD-CHAVE-CHEQPAG ' - EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WK-QTD-PAGOS
               MOVE FD-CHAVE-CHEQPAG  TO TAB-PAG-CHAVE(WK-QTD-PAGOS)
               MOVE FD-NUMERO-CHEQPAG TO TAB-PAG-NUMERO(WK-QTD-PAGOS)
               MOVE 'N'               TO TAB-PAG-USADA(WK-QTD-PAGOS)
           END-IF.
           PERFORM 303-LER-CHEQPAG.
       106-CARREGAR-CHEQMOV.
           OPEN INPUT ARQ-CHEQMOV.
           EVALUATE WK-FS-CHEQMOV
               WHEN '00'
                   PERFORM 304-LER-CHEQMOV
                   PERFORM 107-GUARDAR-CHEQMOV
                       UNTIL WK-FS-CHEQMOV = '10'
                   CLOSE ARQ-CHEQMOV
               WHEN '35'
                   DISPLAY 'ARQUIVO CHEQMOV NAO ENCONTRADO - '
                           'SEM EMISSOES OU CANCELAMENTOS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQMOV
                           ' O COMANDO OPEN CHEQMOV'
                   MOVE '106-CARREGAR-CHEQMOV' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQMOV'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQMOV          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-CHEQMOV.
           MOVE FD-CHAVE-CHEQMOV      TO WK-EVE-CHAVE.
           MOVE FD-NUMERO-INI-CHEQMOV TO WK-EVE-NUMERO-INI.
           MOVE FD-NUMERO-INI-CHEQMOV TO WK-EVE-NUMERO-FIM.
           IF FD-NUMERO-INI-CHEQMOV IS NUMERIC
              AND FD-QTDE-CHEQMOV IS NUMERIC
              AND FD-QTDE-CHEQMOV NOT EQUAL ZEROS
               COMPUTE WK-NUMERO-FIM = FD-NUMERO-INI-CHEQMOV
                                     + FD-QTDE-CHEQMOV - 1
               MOVE WK-NUMERO-FIM TO WK-EVE-NUMERO-FIM
           END-IF.
           MOVE 'N' TO WK-FAIXA-REJEITADA.
           EVALUATE TRUE
               WHEN WK-QTD-MOVTOS NOT < 200
                   DISPLAY 'TABELA DE MOVIMENTOS DE TALAO CHEIA - '
                           'MOVIMENTO IGNORADO ' FD-CHAVE-CHEQMOV
                           ' CHEQUE ' FD-NUMERO-INI-CHEQMOV
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN FD-ACAO-CHEQMOV NOT EQUAL 'E' AND 'C'
                   MOVE 'ACAO INVALIDA' TO WK-EVE-TEXTO
                   PERFORM 221-REJEITAR-MOVIMENTO
               WHEN FD-QTDE-CHEQMOV IS NOT NUMERIC
                    OR FD-QTDE-CHEQMOV EQUAL ZEROS
                    OR FD-QTDE-CHEQMOV > 20
                   MOVE 'QUANTIDADE DE FOLHAS INVALIDA' TO WK-EVE-TEXTO
                   PERFORM 221-REJEITAR-MOVIMENTO
               WHEN FD-NUMERO-INI-CHEQMOV IS NOT NUMERIC
                    OR FD-NUMERO-INI-CHEQMOV EQUAL ZEROS
                    OR WK-NUMERO-FIM > WK-NUMERO-MAXIMO
                   MOVE 'NUMERACAO DE CHEQUE INVALIDA' TO WK-EVE-TEXTO
                   PERFORM 221-REJEITAR-MOVIMENTO
               WHEN OTHER
                   IF FD-ACAO-CHEQMOV EQUAL 'E'
                       PERFORM 108-CONFERIR-EMISSAO-ANTERIOR
                           VARYING WK-IDX-ANT FROM 1 BY 1
                           UNTIL WK-IDX-ANT > WK-QTD-MOVTOS
                   END-IF
                   IF WK-FAIXA-REJEITADA EQUAL 'S'
                       MOVE 'FAIXA JA EMITIDA NO MOVIMENTO'
                            TO WK-EVE-TEXTO
                       PERFORM 221-REJEITAR-MOVIMENTO
                   ELSE
                       ADD 1 TO WK-QTD-MOVTOS
                       MOVE FD-ACAO-CHEQMOV
                            TO TAB-CMV-ACAO(WK-QTD-MOVTOS)
                       MOVE FD-CHAVE-CHEQMOV
                            TO TAB-CMV-CHAVE(WK-QTD-MOVTOS)
                       MOVE FD-NUMERO-INI-CHEQMOV
                            TO TAB-CMV-NUMERO-INI(WK-QTD-MOVTOS)
                       MOVE FD-QTDE-CHEQMOV
                            TO TAB-CMV-QTDE(WK-QTD-MOVTOS)
                       MOVE FD-OPERADOR-CHEQMOV
                            TO TAB-CMV-OPERADOR(WK-QTD-MOVTOS)
                       MOVE 'N' TO TAB-CMV-USADA(WK-QTD-MOVTOS)
                   END-IF
           END-EVALUATE.
           PERFORM 304-LER-CHEQMOV.
       108-CONFERIR-EMISSAO-ANTERIOR.
           IF TAB-CMV-ACAO(WK-IDX-ANT) EQUAL 'E'
              AND TAB-CMV-CHAVE(WK-IDX-ANT) EQUAL FD-CHAVE-CHEQMOV
              AND TAB-CMV-NUMERO-INI(WK-IDX-ANT) NOT > WK-NUMERO-FIM
              AND TAB-CMV-NUMERO-INI(WK-IDX-ANT)
                  + TAB-CMV-QTDE(WK-IDX-ANT)
                  > FD-NUMERO-INI-CHEQMOV
               MOVE 'S' TO WK-FAIXA-REJEITADA
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 202-ATUALIZAR-TALAO UNTIL WK-FS-CHEQUES = '10'.
           PERFORM 210-GRAVAR-EMISSOES
               VARYING WK-IDX-MOV FROM 1 BY 1
               UNTIL WK-IDX-MOV > WK-QTD-MOVTOS.
           PERFORM 213-CONFERIR-PAGO-SEM-TALAO
               VARYING WK-IDX-PAG FROM 1 BY 1
               UNTIL WK-IDX-PAG > WK-QTD-PAGOS.
       202-ATUALIZAR-TALAO.
           MOVE REG-CHEQUES TO REG-CHEQUESN.
           COMPUTE WK-NUMERO-FIM-TALAO = FD-NUMERO-INI-CHEQUESN
                                       + FD-QTDE-CHEQUESN - 1.
           PERFORM 203-CONFERIR-EMISSAO
               VARYING WK-IDX-MOV FROM 1 BY 1
               UNTIL WK-IDX-MOV > WK-QTD-MOVTOS.
           PERFORM 204-BAIXAR-PAGO
               VARYING WK-IDX-PAG FROM 1 BY 1
               UNTIL WK-IDX-PAG > WK-QTD-PAGOS.
           PERFORM 205-APLICAR-CANCELAMENTO
               VARYING WK-IDX-MOV FROM 1 BY 1
               UNTIL WK-IDX-MOV > WK-QTD-MOVTOS.
           PERFORM 208-SINCRONIZAR-SUSTACAO
               VARYING WK-IDX-FOLHA FROM 1 BY 1
               UNTIL WK-IDX-FOLHA > FD-QTDE-CHEQUESN.
           PERFORM 222-GRAVAR-CHEQUESN.
           ADD 1 TO WK-CONTADOR-MANTIDOS.
           PERFORM 301-LER-CHEQUES.
       203-CONFERIR-EMISSAO.
           IF TAB-CMV-ACAO(WK-IDX-MOV) EQUAL 'E'
              AND TAB-CMV-USADA(WK-IDX-MOV) EQUAL 'N'
              AND TAB-CMV-CHAVE(WK-IDX-MOV) EQUAL FD-CHAVE-CHEQUESN
              AND TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                  NOT > WK-NUMERO-FIM-TALAO
              AND TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                  + TAB-CMV-QTDE(WK-IDX-MOV)
                  > FD-NUMERO-INI-CHEQUESN
               MOVE 'S' TO TAB-CMV-USADA(WK-IDX-MOV)
               PERFORM 211-MONTAR-EVENTO
               MOVE 'FAIXA JA EMITIDA PARA A CONTA' TO WK-EVE-TEXTO
               PERFORM 221-REJEITAR-MOVIMENTO
           END-IF.
       204-BAIXAR-PAGO.
           IF TAB-PAG-USADA(WK-IDX-PAG) EQUAL 'N'
              AND TAB-PAG-CHAVE(WK-IDX-PAG) EQUAL FD-CHAVE-CHEQUESN
              AND TAB-PAG-NUMERO(WK-IDX-PAG)
                  NOT < FD-NUMERO-INI-CHEQUESN
              AND TAB-PAG-NUMERO(WK-IDX-PAG)
                  NOT > WK-NUMERO-FIM-TALAO
               MOVE 'S' TO TAB-PAG-USADA(WK-IDX-PAG)
               COMPUTE WK-IDX-FOLHA = TAB-PAG-NUMERO(WK-IDX-PAG)
                                    - FD-NUMERO-INI-CHEQUESN + 1
               MOVE 'P' TO FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA)
               ADD 1 TO WK-CONTADOR-BAIXADOS
           END-IF.
       205-APLICAR-CANCELAMENTO.
           IF TAB-CMV-ACAO(WK-IDX-MOV) EQUAL 'C'
              AND TAB-CMV-USADA(WK-IDX-MOV) EQUAL 'N'
              AND TAB-CMV-CHAVE(WK-IDX-MOV) EQUAL FD-CHAVE-CHEQUESN
              AND TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                  NOT < FD-NUMERO-INI-CHEQUESN
              AND TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                  + TAB-CMV-QTDE(WK-IDX-MOV) - 1
                  NOT > WK-NUMERO-FIM-TALAO
               MOVE 'S' TO TAB-CMV-USADA(WK-IDX-MOV)
               PERFORM 211-MONTAR-EVENTO
               MOVE ZEROS TO WK-FOLHAS-PAGAS
               PERFORM 206-CONTAR-FOLHA-PAGA
                   VARYING WK-NUMERO-FOLHA
                   FROM TAB-CMV-NUMERO-INI(WK-IDX-MOV) BY 1
                   UNTIL WK-NUMERO-FOLHA >
                         TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                         + TAB-CMV-QTDE(WK-IDX-MOV) - 1
               IF WK-FOLHAS-PAGAS NOT EQUAL ZEROS
                   MOVE 'FAIXA COM CHEQUE JA PAGO' TO WK-EVE-TEXTO
                   PERFORM 221-REJEITAR-MOVIMENTO
               ELSE
                   PERFORM 207-CANCELAR-FOLHA
                       VARYING WK-NUMERO-FOLHA
                       FROM TAB-CMV-NUMERO-INI(WK-IDX-MOV) BY 1
                       UNTIL WK-NUMERO-FOLHA >
                             TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                             + TAB-CMV-QTDE(WK-IDX-MOV) - 1
                   ADD 1 TO WK-CONTADOR-CANCELADOS
                   MOVE 'CHEQUES CANCELADOS' TO WK-EVE-TEXTO
                   MOVE 'C' TO WK-EVENTO-ACAO
                   PERFORM 212-REGISTRAR-EVENTO
               END-IF
           END-IF.
       206-CONTAR-FOLHA-PAGA.
           COMPUTE WK-IDX-FOLHA = WK-NUMERO-FOLHA
                                - FD-NUMERO-INI-CHEQUESN + 1.
           IF FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA) EQUAL 'P'
               ADD 1 TO WK-FOLHAS-PAGAS
           END-IF.
       207-CANCELAR-FOLHA.
           COMPUTE WK-IDX-FOLHA = WK-NUMERO-FOLHA
                                - FD-NUMERO-INI-CHEQUESN + 1.
           MOVE 'C' TO FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA).
      *    FOLHA EMITIDA DENTRO DE UMA FAIXA DO SUSTACAO FICA 'S';
      *    FOLHA 'S' CUJA SUSTACAO FOI EXCLUIDA VOLTA A 'E'
       208-SINCRONIZAR-SUSTACAO.
           IF FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA) EQUAL 'E' OR 'S'
               COMPUTE WK-NUMERO-FOLHA = FD-NUMERO-INI-CHEQUESN
                                       + WK-IDX-FOLHA - 1
               PERFORM 209-PROCURAR-SUSTACAO
               IF WK-FOLHA-SUSTADA EQUAL 'S'
                   MOVE 'S' TO FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA)
               ELSE
                   MOVE 'E' TO FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA)
               END-IF
           END-IF.
       209-PROCURAR-SUSTACAO.
           MOVE 'N' TO WK-FOLHA-SUSTADA.
           IF WK-QTD-SUSTACOES NOT EQUAL ZEROS
               SET IDX-SUS TO 1
               SEARCH SUSTACAO-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-SUS > WK-QTD-SUSTACOES
                       CONTINUE
                   WHEN TAB-SUS-CHAVE(IDX-SUS) EQUAL FD-CHAVE-CHEQUESN
                        AND WK-NUMERO-FOLHA NOT <
                            TAB-SUS-DOC-INI(IDX-SUS)
                        AND WK-NUMERO-FOLHA NOT >
                            TAB-SUS-DOC-FIM(IDX-SUS)
                       MOVE 'S' TO WK-FOLHA-SUSTADA
               END-SEARCH
           END-IF.
       210-GRAVAR-EMISSOES.
           IF TAB-CMV-USADA(WK-IDX-MOV) EQUAL 'N'
               PERFORM 211-MONTAR-EVENTO
               IF TAB-CMV-ACAO(WK-IDX-MOV) EQUAL 'E'
                   MOVE TAB-CMV-CHAVE(WK-IDX-MOV) TO FD-CHAVE-CHEQUESN
                   MOVE TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                        TO FD-NUMERO-INI-CHEQUESN
                   MOVE TAB-CMV-QTDE(WK-IDX-MOV) TO FD-QTDE-CHEQUESN
                   MOVE WK-DATA-MOVIMENTO TO FD-DATA-EMISSAO-CHEQUESN
                   MOVE TAB-CMV-OPERADOR(WK-IDX-MOV)
                        TO FD-OPERADOR-CHEQUESN
                   MOVE SPACES TO FD-SITUACOES-CHEQUESN
                   PERFORM 214-EMITIR-FOLHA
                       VARYING WK-IDX-FOLHA FROM 1 BY 1
                       UNTIL WK-IDX-FOLHA > FD-QTDE-CHEQUESN
                   PERFORM 208-SINCRONIZAR-SUSTACAO
                       VARYING WK-IDX-FOLHA FROM 1 BY 1
                       UNTIL WK-IDX-FOLHA > FD-QTDE-CHEQUESN
                   PERFORM 222-GRAVAR-CHEQUESN
                   ADD 1 TO WK-CONTADOR-EMITIDOS
                   MOVE 'TALAO EMITIDO' TO WK-EVE-TEXTO
                   MOVE 'E' TO WK-EVENTO-ACAO
                   PERFORM 212-REGISTRAR-EVENTO
               ELSE
                   MOVE 'FAIXA FORA DE TALAO EMITIDO' TO WK-EVE-TEXTO
                   PERFORM 221-REJEITAR-MOVIMENTO
               END-IF
           END-IF.
       211-MONTAR-EVENTO.
           MOVE TAB-CMV-CHAVE(WK-IDX-MOV)      TO WK-EVE-CHAVE.
           MOVE TAB-CMV-NUMERO-INI(WK-IDX-MOV) TO WK-EVE-NUMERO-INI.
           COMPUTE WK-EVE-NUMERO-FIM = TAB-CMV-NUMERO-INI(WK-IDX-MOV)
                                     + TAB-CMV-QTDE(WK-IDX-MOV) - 1.
           MOVE TAB-CMV-OPERADOR(WK-IDX-MOV)   TO WK-OPERADOR.
       212-REGISTRAR-EVENTO.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 220-GRAVAR-RELATORIO.
           MOVE TAB-CMV-CHAVE(WK-IDX-MOV) TO WK-EVENTO-CHAVE.
           PERFORM 223-GRAVAR-ACESSLOG.
       213-CONFERIR-PAGO-SEM-TALAO.
           IF TAB-PAG-USADA(WK-IDX-PAG) EQUAL 'N'
               DISPLAY 'CHEQUE PAGO ' TAB-PAG-NUMERO(WK-IDX-PAG)
                       ' SEM TALAO NA CONTA '
                       TAB-PAG-CHAVE(WK-IDX-PAG)
               MOVE TAB-PAG-CHAVE(WK-IDX-PAG)  TO WK-EVE-CHAVE
               MOVE TAB-PAG-NUMERO(WK-IDX-PAG) TO WK-EVE-NUMERO-INI
               MOVE TAB-PAG-NUMERO(WK-IDX-PAG) TO WK-EVE-NUMERO-FIM
               MOVE 'CHEQUE PAGO SEM TALAO' TO WK-EVE-TEXTO
               PERFORM 221-REJEITAR-MOVIMENTO
           END-IF.
       214-EMITIR-FOLHA.
           MOVE 'E' TO FD-SITUACAO-CHEQUESN(WK-IDX-FOLHA).
       220-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '220-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       221-REJEITAR-MOVIMENTO.
           ADD 1 TO WK-CONTADOR-REJEITADOS.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 220-GRAVAR-RELATORIO.
       222-GRAVAR-CHEQUESN.
           WRITE REG-CHEQUESN.
           IF WK-FS-CHEQUESN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-CHEQUESN
                       ' O COMANDO WRITE CHEQUESN'
               MOVE '222-GRAVAR-CHEQUESN' TO WK-ERRO-PARAGRAFO
               MOVE 'CHEQUESN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CHEQUESN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       223-GRAVAR-ACESSLOG.
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
       301-LER-CHEQUES.
           READ ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO READ CHEQUES'
                   MOVE '301-LER-CHEQUES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-SUSTACAO.
           READ ARQ-SUSTACAO.
           EVALUATE WK-FS-SUSTACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUSTACAO
                           ' O COMANDO READ SUSTACAO'
                   MOVE '302-LER-SUSTACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'SUSTACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUSTACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-CHEQPAG.
           READ ARQ-CHEQPAG.
           EVALUATE WK-FS-CHEQPAG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQPAG
                           ' O COMANDO READ CHEQPAG'
                   MOVE '303-LER-CHEQPAG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQPAG'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQPAG     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-CHEQMOV.
           READ ARQ-CHEQMOV.
           EVALUATE WK-FS-CHEQMOV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQMOV
                           ' O COMANDO READ CHEQMOV'
                   MOVE '304-LER-CHEQMOV' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQMOV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQMOV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-CHEQUES-ABERTO EQUAL 'S'
               CLOSE ARQ-CHEQUES
           END-IF.
           CLOSE ARQ-CHEQUESN.
           IF WK-FS-CHEQUESN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-CHEQUESN
                       ' NO COMANDO CLOSE CHEQUESN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'CHEQUESN'      TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CHEQUESN  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 220-GRAVAR-RELATORIO.
           MOVE 'TALOES REGRAVADOS          ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-MANTIDOS  TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'TALOES EMITIDOS            ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EMITIDOS  TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CANCELAMENTOS APLICADOS    ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CANCELADOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHEQUES BAIXADOS COMO PAGOS' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-BAIXADOS  TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'MOVIMENTOS REJEITADOS      ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REJEITADOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'MANUTENCAO DE TALOES CONCLUIDA - EMITIDOS '
                   WK-CONTADOR-EMITIDOS
                   ' CANCELAMENTOS ' WK-CONTADOR-CANCELADOS
                   ' PAGOS ' WK-CONTADOR-BAIXADOS
                   ' REJEITADOS ' WK-CONTADOR-REJEITADOS.
           IF WK-CONTADOR-REJEITADOS NOT EQUAL ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       902-GRAVAR-TOTAL.
           MOVE WK-LINHA-TOTAIS TO REG-RELATORIO.
           PERFORM 220-GRAVAR-RELATORIO.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
