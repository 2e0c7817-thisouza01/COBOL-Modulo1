       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71974 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  MANUTENCAO DO REGISTRO DE BLOQUEIOS JUDICIAIS -     *
      *  INCLUI (I), LIBERA (L) E TRANSFERE (T) BLOQUEIOS    *
      *  POR CONTA E ORDEM JUDICIAL E REGRAVA O BLOQJUD.     *
      *  A TRANSFERENCIA GERA NO LANCJUD O DEBITO DO VALOR   *
      *  BLOQUEADO E O CREDITO NA CONTA DESTINO (ORIGEM 'X', *
      *  DOC 9600-9699), REGISTRADO NO FEEDREG (EAD71973).   *
      *  O BLOQUEIO TRANSFERIDO CONTINUA ATIVO ('A') COM A   *
      *  TRANSFERENCIA PENDENTE ('P') ATE O DEBITO APARECER  *
      *  NO HISTEXT, QUANDO PASSA A 'T'; SE O DEBITO FOR     *
      *  RECUSADO (REJEITADOS) O BLOQUEIO VOLTA A FICAR SO   *
      *  ATIVO, SEM TRANSFERENCIA.                           *
      *  EMITE O TOTAL BLOQUEADO POR AGENCIA                 *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQJUD ASSIGN TO BLOQJUD
               FILE STATUS IS WK-FS-BLOQJUD.
           SELECT ARQ-BLOQMOV ASSIGN TO BLOQMOV
               FILE STATUS IS WK-FS-BLOQMOV.
           SELECT ARQ-BLOQJUDN ASSIGN TO BLOQJUDN
               FILE STATUS IS WK-FS-BLOQJUDN.
           SELECT ARQ-LANCJUD ASSIGN TO LANCJUD
               FILE STATUS IS WK-FS-LANCJUD.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ACESSLOG ASSIGN TO ACESSLOG
               FILE STATUS IS WK-FS-ACESSLOG.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-REJEITADOS ASSIGN TO REJEITADOS
               FILE STATUS IS WK-FS-REJEITADOS.
           SELECT ARQ-CLASSJUD ASSIGN TO CLASSJUD.
           SELECT ARQ-CLASSBLQ ASSIGN TO CLASSBLQ.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-BLOQJUD
            RECORDING MODE IS F.
       01  REG-BLOQJUD.
           05 FD-CHAVE-BLOQJUD.
               10 FD-AGENCIA-BLOQJUD      PIC X(4).
               10 FD-CONTA-BLOQJUD        PIC 9(5).
           05 FD-ORDEM-BLOQJUD            PIC X(15).
           05 FD-VALOR-BLOQJUD            PIC 9(6)V99.
           05 FD-DATA-BLOQJUD             PIC 9(8).
           05 FD-VARA-BLOQJUD             PIC X(20).
           05 FD-SITUACAO-BLOQJUD         PIC X.
           05 FD-DATA-BAIXA-BLOQJUD       PIC 9(8).
           05 FD-DESTINO-BLOQJUD          PIC X(9).
           05 FD-OPERADOR-BLOQJUD         PIC X(8).
           05 FD-DOC-TRANSF-BLOQJUD       PIC 9(4).
           05 FD-TRANSF-PEND-BLOQJUD      PIC X.
       FD   ARQ-BLOQMOV
            RECORDING MODE IS F.
       01  REG-BLOQMOV.
           05 FD-ACAO-BLOQMOV             PIC X.
           05 FD-CHAVE-BLOQMOV            PIC X(9).
           05 FD-ORDEM-BLOQMOV            PIC X(15).
           05 FD-VALOR-BLOQMOV            PIC 9(6)V99.
           05 FD-DATA-BLOQMOV             PIC 9(8).
           05 FD-VARA-BLOQMOV             PIC X(20).
           05 FD-DESTINO-BLOQMOV          PIC X(9).
           05 FD-OPERADOR-BLOQMOV         PIC X(8).
       FD   ARQ-BLOQJUDN
            RECORDING MODE IS F.
       01  REG-BLOQJUDN.
           05 FD-CHAVE-BLOQJUDN.
               10 FD-AGENCIA-BLOQJUDN     PIC X(4).
               10 FD-CONTA-BLOQJUDN       PIC 9(5).
           05 FD-ORDEM-BLOQJUDN           PIC X(15).
           05 FD-VALOR-BLOQJUDN           PIC 9(6)V99.
           05 FD-DATA-BLOQJUDN            PIC 9(8).
           05 FD-VARA-BLOQJUDN            PIC X(20).
           05 FD-SITUACAO-BLOQJUDN        PIC X.
           05 FD-DATA-BAIXA-BLOQJUDN      PIC 9(8).
           05 FD-DESTINO-BLOQJUDN         PIC X(9).
           05 FD-OPERADOR-BLOQJUDN        PIC X(8).
           05 FD-DOC-TRANSF-BLOQJUDN      PIC 9(4).
           05 FD-TRANSF-PEND-BLOQJUDN     PIC X.
       FD   ARQ-LANCJUD
            RECORDING MODE IS F.
       01  REG-LANCJUD.
           05 FD-CHAVE-LANCJUD            PIC X(9).
           05 FD-DOC-LANCJUD              PIC 9(4).
           05 FD-TIPO-LANCJUD             PIC A.
           05 FD-VALOR-LANCJUD            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCJUD      PIC X.
           05 FD-MOEDA-LANCJUD            PIC XX.
           05 FD-DATA-LANCJUD             PIC 9(8).
       01  REG-LANCJUD-TRAILER REDEFINES REG-LANCJUD.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
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
       FD   ARQ-HISTEXT
            RECORDING MODE IS F.
       01  REG-HISTEXT.
           05 FD-CHAVE-HISTEXT            PIC X(9).
           05 FD-DOC-HISTEXT              PIC 9(4).
           05 FD-TIPO-HISTEXT             PIC A.
           05 FD-VALOR-HISTEXT            PIC 9(6)V99.
           05 FD-SALDO-ANTES-HISTEXT      PIC S9(6)V99.
           05 FD-SALDO-DEPOIS-HISTEXT     PIC S9(6)V99.
           05 FD-DATA-HISTEXT             PIC 9(8).
       FD   ARQ-REJEITADOS
            RECORDING MODE IS F.
       01  REG-REJEITADOS.
           05 FD-CHAVE-REJEITADOS         PIC X(9).
           05 FD-DOC-REJEITADOS           PIC 9(4).
           05 FD-TIPO-REJEITADOS          PIC A.
           05 FD-VALOR-REJEITADOS         PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-REJEITADOS   PIC X.
           05 FD-MOEDA-REJEITADOS         PIC XX.
           05 FD-DATA-REJEITADOS          PIC 9(8).
           05 FD-MOTIVO-REJEITADOS        PIC XX.
       SD   ARQ-CLASSJUD.
       01  REG-CLASSJUD.
           05 SD-CHAVE-CLASSJUD           PIC X(9).
           05 SD-DOC-CLASSJUD             PIC 9(4).
           05 SD-TIPO-CLASSJUD            PIC A.
           05 SD-VALOR-CLASSJUD           PIC 9(6)V99.
       SD   ARQ-CLASSBLQ.
       01  REG-CLASSBLQ.
           05 SD-AGENCIA-CLASSBLQ         PIC X(4).
           05 SD-CONTA-CLASSBLQ           PIC 9(5).
           05 SD-ORDEM-CLASSBLQ           PIC X(15).
           05 SD-VALOR-CLASSBLQ           PIC 9(6)V99.
           05 SD-DATA-CLASSBLQ            PIC 9(8).
           05 SD-VARA-CLASSBLQ            PIC X(20).
       WORKING-STORAGE SECTION.
       77  WK-FS-BLOQJUD      PIC XX            VALUE SPACES.
       77  WK-FS-BLOQMOV      PIC XX            VALUE SPACES.
       77  WK-FS-BLOQJUDN     PIC XX            VALUE SPACES.
       77  WK-FS-LANCJUD      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FS-ACESSLOG     PIC XX            VALUE SPACES.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-REJEITADOS   PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-OPERADOR        PIC X(8)          VALUE SPACES.
       77  WK-QTD-MOVTOS      PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-MOV         PIC 9(3)          VALUE ZEROS.
       77  WK-MOV-ACHADO      PIC X             VALUE 'N'.
       77  WK-DOC-JUDICIAL    PIC 9(4)          VALUE 9599.
       77  WK-DOC-JUDICIAL-FIM PIC 9(4)         VALUE 9699.
       77  WK-FIM-CLASSJUD    PIC X             VALUE 'N'.
       77  WK-FIM-CLASSBLQ    PIC X             VALUE 'N'.
       77  WK-AGENCIA-ATUAL   PIC X(4)          VALUE SPACES.
       77  WK-QTDE-AGENCIA    PIC 9(7)          VALUE ZEROS.
       77  WK-SOMA-AGENCIA    PIC 9(9)V99       VALUE ZEROS.
       77  WK-QTDE-GERAL      PIC 9(7)          VALUE ZEROS.
       77  WK-SOMA-GERAL      PIC 9(9)V99       VALUE ZEROS.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-INCLUIDOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-LIBERADOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-TRANSFERIDOS PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-CONCLUIDAS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-RECUSADAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-PENDENTES PIC 9(9)       VALUE ZEROS.
       77  WK-QTD-TRANSF-PEND PIC 9(3)          VALUE ZEROS.
       77  WK-TRANSF-ACHADA   PIC X             VALUE 'N'.
       77  WK-CONTADOR-REJEITADOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-PERNAS PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-PERNAS     PIC 9(9)V99       VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  TABELA-BLOQMOV.
           03 BMOV-ENTRY OCCURS 200 TIMES INDEXED BY IDX-BMV.
               05 TAB-BMV-ACAO            PIC X        VALUE SPACE.
               05 TAB-BMV-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-BMV-ORDEM           PIC X(15)    VALUE SPACES.
               05 TAB-BMV-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-BMV-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-BMV-VARA            PIC X(20)    VALUE SPACES.
               05 TAB-BMV-DESTINO         PIC X(9)     VALUE SPACES.
               05 TAB-BMV-OPERADOR        PIC X(8)     VALUE SPACES.
               05 TAB-BMV-USADA           PIC X        VALUE 'N'.
       01  TABELA-TRANSF-PEND.
           03 TJP-ENTRY OCCURS 200 TIMES INDEXED BY IDX-TJP.
               05 TAB-TJP-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-TJP-ORDEM           PIC X(15)    VALUE SPACES.
               05 TAB-TJP-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-TJP-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-TJP-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-TJP-SITUACAO        PIC X        VALUE 'N'.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'MANUTENCAO DO REGISTRO DE BLOQUEIOS JUDICIAIS'.
       01  WK-LINHA-EVENTO.
           05 FILLER              PIC X(6)  VALUE 'CONTA '.
           05 WK-EVE-CHAVE        PIC X(9).
           05 FILLER              PIC X(7)  VALUE ' ORDEM '.
           05 WK-EVE-ORDEM        PIC X(15).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EVE-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EVE-TEXTO        PIC X(30).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-LINHA-AGENCIA-TITULO.
           05 FILLER              PIC X(35) VALUE
                  'TOTAL BLOQUEADO POR AGENCIA - DATA '.
           05 WK-AGT-DATA         PIC 9(8).
       01  WK-LINHA-AGENCIA-COLUNAS.
           05 FILLER              PIC X(41) VALUE
                  'AGEN CONTA ORDEM           DATA     VARA '.
           05 FILLER              PIC X(26) VALUE
                  '                     VALOR'.
       01  WK-LINHA-BLOQUEIO.
           05 WK-BLQ-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-BLQ-CONTA        PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-BLQ-ORDEM        PIC X(15).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-BLQ-DATA         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-BLQ-VARA         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-BLQ-VALOR        PIC ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAL-AGENCIA.
           05 WK-TAG-ROTULO       PIC X(20).
           05 WK-TAG-AGENCIA      PIC X(4).
           05 FILLER              PIC X(9)  VALUE ' ORDENS '.
           05 WK-TAG-QTDE         PIC ZZZ.ZZ9.
           05 FILLER              PIC X(8)  VALUE ' VALOR '.
           05 WK-TAG-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-EVENTO.
           05 FILLER              PIC X(8)  VALUE 'BLOQJUD '.
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
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71974'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCJUD'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71974'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSJUD
               ON ASCENDING KEY SD-CHAVE-CLASSJUD SD-DOC-CLASSJUD
               INPUT PROCEDURE IS 200-PROCESSAR
               OUTPUT PROCEDURE IS 400-GRAVAR-LANCJUD.
           SORT ARQ-CLASSBLQ
               ON ASCENDING KEY SD-AGENCIA-CLASSBLQ SD-CONTA-CLASSBLQ
                                SD-ORDEM-CLASSBLQ
               INPUT PROCEDURE IS 500-SELECIONAR-ATIVOS
               OUTPUT PROCEDURE IS 600-EMITIR.
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
                   PERFORM 205-GRAVAR-RELATORIO
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
           PERFORM 102-CARREGAR-BLOQMOV.
           PERFORM 104-CONCILIAR-TRANSFERENCIAS.
           OPEN INPUT ARQ-BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN '00'
                   PERFORM 301-LER-BLOQJUD
               WHEN '35'
                   DISPLAY 'ARQUIVO BLOQJUD NAO ENCONTRADO - '
                           'REGISTRO INICIADO VAZIO'
                   MOVE '10' TO WK-FS-BLOQJUD
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUD
                           ' O COMANDO OPEN BLOQJUD'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-BLOQJUDN.
           EVALUATE WK-FS-BLOQJUDN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUDN
                           ' O COMANDO OPEN BLOQJUDN'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUDN'    TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUDN TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-LANCJUD.
           EVALUATE WK-FS-LANCJUD
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCJUD
                           ' O COMANDO OPEN LANCJUD'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCJUD'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCJUD TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-BLOQMOV.
           OPEN INPUT ARQ-BLOQMOV.
           EVALUATE WK-FS-BLOQMOV
               WHEN '00'
                   PERFORM 302-LER-BLOQMOV
                   PERFORM 103-GUARDAR-BLOQMOV
                       UNTIL WK-FS-BLOQMOV = '10'
                   CLOSE ARQ-BLOQMOV
               WHEN '35'
                   DISPLAY 'ARQUIVO BLOQMOV NAO ENCONTRADO - '
                           'REGISTRO APENAS COPIADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQMOV
                           ' O COMANDO OPEN BLOQMOV'
                   MOVE '102-CARREGAR-BLOQMOV' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQMOV'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQMOV          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       103-GUARDAR-BLOQMOV.
           MOVE FD-CHAVE-BLOQMOV TO WK-EVE-CHAVE.
           MOVE FD-ORDEM-BLOQMOV TO WK-EVE-ORDEM.
           MOVE FD-VALOR-BLOQMOV TO WK-EVE-VALOR.
           EVALUATE TRUE
               WHEN WK-QTD-MOVTOS NOT < 200
                   DISPLAY 'TABELA DE MOVIMENTOS DE BLOQUEIO CHEIA - '
                           'MOVIMENTO IGNORADO ' FD-CHAVE-BLOQMOV
                           ' ORDEM ' FD-ORDEM-BLOQMOV
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN FD-ACAO-BLOQMOV NOT EQUAL 'I' AND 'L' AND 'T'
                   MOVE 'ACAO INVALIDA'    TO WK-EVE-TEXTO
                   PERFORM 207-REJEITAR-MOVIMENTO
               WHEN FD-ORDEM-BLOQMOV EQUAL SPACES
                   MOVE 'ORDEM JUDICIAL NAO INFORMADA' TO WK-EVE-TEXTO
                   PERFORM 207-REJEITAR-MOVIMENTO
               WHEN FD-ACAO-BLOQMOV EQUAL 'I'
                    AND (FD-VALOR-BLOQMOV NOT NUMERIC
                    OR FD-VALOR-BLOQMOV EQUAL ZEROS)
                   MOVE 'VALOR DO BLOQUEIO INVALIDO' TO WK-EVE-TEXTO
                   PERFORM 207-REJEITAR-MOVIMENTO
               WHEN FD-ACAO-BLOQMOV EQUAL 'T'
                    AND (FD-DESTINO-BLOQMOV EQUAL SPACES
                    OR FD-DESTINO-BLOQMOV EQUAL FD-CHAVE-BLOQMOV)
                   MOVE 'CONTA DESTINO INVALIDA' TO WK-EVE-TEXTO
                   PERFORM 207-REJEITAR-MOVIMENTO
               WHEN OTHER
                   ADD 1 TO WK-QTD-MOVTOS
                   SET IDX-BMV TO WK-QTD-MOVTOS
                   MOVE FD-ACAO-BLOQMOV     TO TAB-BMV-ACAO(IDX-BMV)
                   MOVE FD-CHAVE-BLOQMOV    TO TAB-BMV-CHAVE(IDX-BMV)
                   MOVE FD-ORDEM-BLOQMOV    TO TAB-BMV-ORDEM(IDX-BMV)
                   MOVE FD-VALOR-BLOQMOV    TO TAB-BMV-VALOR(IDX-BMV)
                   MOVE FD-DATA-BLOQMOV     TO TAB-BMV-DATA(IDX-BMV)
                   MOVE FD-VARA-BLOQMOV     TO TAB-BMV-VARA(IDX-BMV)
                   MOVE FD-DESTINO-BLOQMOV  TO TAB-BMV-DESTINO(IDX-BMV)
                   MOVE FD-OPERADOR-BLOQMOV
                        TO TAB-BMV-OPERADOR(IDX-BMV)
                   MOVE 'N' TO TAB-BMV-USADA(IDX-BMV)
           END-EVALUATE.
           PERFORM 302-LER-BLOQMOV.
      *    TRANSFERENCIAS JUDICIAIS PENDENTES - O DEBITO DE CADA UMA
      *    E PROCURADO NO HISTEXT (LANCADO) E NO REJEITADOS DA
      *    BALANCE LINE (RECUSADO)
       104-CONCILIAR-TRANSFERENCIAS.
           OPEN INPUT ARQ-BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN '00'
                   PERFORM 301-LER-BLOQJUD
                   PERFORM 105-GUARDAR-TRANSF-PEND
                       UNTIL WK-FS-BLOQJUD = '10'
                   CLOSE ARQ-BLOQJUD
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUD
                           ' O COMANDO OPEN BLOQJUD NA CONCILIACAO'
                   MOVE '104-CONCILIAR-TRANSF' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-TRANSF-PEND NOT EQUAL ZEROS
               PERFORM 106-CONCILIAR-HISTEXT
               PERFORM 108-CONCILIAR-REJEITADOS
           END-IF.
       105-GUARDAR-TRANSF-PEND.
           IF FD-SITUACAO-BLOQJUD EQUAL 'A'
              AND FD-TRANSF-PEND-BLOQJUD EQUAL 'P'
               IF WK-QTD-TRANSF-PEND NOT < 200
                   DISPLAY 'TABELA DE TRANSFERENCIAS JUDICIAIS '
                           'PENDENTES CHEIA - EXECUCAO RECUSADA'
                   MOVE '105-GUARDAR-TRANSF'   TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-QTD-TRANSF-PEND
               SET IDX-TJP TO WK-QTD-TRANSF-PEND
               MOVE FD-CHAVE-BLOQJUD      TO TAB-TJP-CHAVE(IDX-TJP)
               MOVE FD-ORDEM-BLOQJUD      TO TAB-TJP-ORDEM(IDX-TJP)
               MOVE FD-DOC-TRANSF-BLOQJUD TO TAB-TJP-DOC(IDX-TJP)
               MOVE FD-VALOR-BLOQJUD      TO TAB-TJP-VALOR(IDX-TJP)
               MOVE FD-DATA-BAIXA-BLOQJUD TO TAB-TJP-DATA(IDX-TJP)
               MOVE 'N'                   TO TAB-TJP-SITUACAO(IDX-TJP)
           END-IF.
           PERFORM 301-LER-BLOQJUD.
       106-CONCILIAR-HISTEXT.
           OPEN INPUT ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   PERFORM 304-LER-HISTEXT
                   PERFORM 107-MARCAR-LANCADA
                       UNTIL WK-FS-HISTEXT = '10'
                   CLOSE ARQ-HISTEXT
               WHEN '35'
                   DISPLAY 'ARQUIVO HISTEXT NAO ENCONTRADO - '
                           'NENHUMA TRANSFERENCIA CONFIRMADA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO OPEN HISTEXT'
                   MOVE '106-CONCILIAR-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'               TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-MARCAR-LANCADA.
           IF FD-TIPO-HISTEXT EQUAL 'D'
               SET IDX-TJP TO 1
               SEARCH TJP-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-TJP > WK-QTD-TRANSF-PEND
                       CONTINUE
                   WHEN TAB-TJP-SITUACAO(IDX-TJP) EQUAL 'N'
                        AND TAB-TJP-CHAVE(IDX-TJP)
                            EQUAL FD-CHAVE-HISTEXT
                        AND TAB-TJP-DOC(IDX-TJP) EQUAL FD-DOC-HISTEXT
                        AND TAB-TJP-VALOR(IDX-TJP)
                            EQUAL FD-VALOR-HISTEXT
                        AND FD-DATA-HISTEXT NOT < TAB-TJP-DATA(IDX-TJP)
                       MOVE 'L' TO TAB-TJP-SITUACAO(IDX-TJP)
               END-SEARCH
           END-IF.
           PERFORM 304-LER-HISTEXT.
       108-CONCILIAR-REJEITADOS.
           OPEN INPUT ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   PERFORM 305-LER-REJEITADOS
                   PERFORM 109-MARCAR-RECUSADA
                       UNTIL WK-FS-REJEITADOS = '10'
                   CLOSE ARQ-REJEITADOS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO OPEN REJEITADOS'
                   MOVE '108-CONCILIAR-REJEIT' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       109-MARCAR-RECUSADA.
           IF FD-TIPO-REJEITADOS EQUAL 'D'
               SET IDX-TJP TO 1
               SEARCH TJP-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-TJP > WK-QTD-TRANSF-PEND
                       CONTINUE
                   WHEN TAB-TJP-SITUACAO(IDX-TJP) EQUAL 'N'
                        AND TAB-TJP-CHAVE(IDX-TJP)
                            EQUAL FD-CHAVE-REJEITADOS
                        AND TAB-TJP-DOC(IDX-TJP)
                            EQUAL FD-DOC-REJEITADOS
                        AND TAB-TJP-VALOR(IDX-TJP)
                            EQUAL FD-VALOR-REJEITADOS
                        AND TAB-TJP-DATA(IDX-TJP)
                            EQUAL FD-DATA-REJEITADOS
                       MOVE 'R' TO TAB-TJP-SITUACAO(IDX-TJP)
               END-SEARCH
           END-IF.
           PERFORM 305-LER-REJEITADOS.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 202-APLICAR-BLOQUEIO UNTIL WK-FS-BLOQJUD = '10'.
           PERFORM 204-GRAVAR-INCLUSOES
               VARYING WK-IDX-MOV FROM 1 BY 1
               UNTIL WK-IDX-MOV > WK-QTD-MOVTOS.
           GO TO 209-PROCESSAR-EXIT.
       202-APLICAR-BLOQUEIO.
           IF FD-SITUACAO-BLOQJUD EQUAL 'A'
              AND FD-TRANSF-PEND-BLOQJUD EQUAL 'P'
               PERFORM 214-CONCLUIR-TRANSFERENCIA
           END-IF.
           IF FD-SITUACAO-BLOQJUD EQUAL 'A'
               PERFORM 203-CONFERIR-MOVIMENTO
           END-IF.
           MOVE REG-BLOQJUD TO REG-BLOQJUDN.
           PERFORM 206-GRAVAR-BLOQJUDN.
           IF FD-SITUACAO-BLOQJUDN EQUAL 'A'
               ADD 1 TO WK-CONTADOR-MANTIDOS
           END-IF.
           PERFORM 301-LER-BLOQJUD.
       203-CONFERIR-MOVIMENTO.
           MOVE FD-CHAVE-BLOQJUD TO WK-EVE-CHAVE.
           MOVE FD-ORDEM-BLOQJUD TO WK-EVE-ORDEM.
           MOVE FD-VALOR-BLOQJUD TO WK-EVE-VALOR.
           MOVE 'N' TO WK-MOV-ACHADO.
           SET IDX-BMV TO 1.
           SEARCH BMOV-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-BMV > WK-QTD-MOVTOS
                   CONTINUE
               WHEN TAB-BMV-ACAO(IDX-BMV) EQUAL 'I'
                    AND TAB-BMV-USADA(IDX-BMV) EQUAL 'N'
                    AND TAB-BMV-CHAVE(IDX-BMV) EQUAL FD-CHAVE-BLOQJUD
                    AND TAB-BMV-ORDEM(IDX-BMV) EQUAL FD-ORDEM-BLOQJUD
                   MOVE 'S' TO TAB-BMV-USADA(IDX-BMV)
                   MOVE 'ORDEM JA BLOQUEADA NA CONTA' TO WK-EVE-TEXTO
                   PERFORM 208-REJEITAR-USADO
           END-SEARCH.
           SET IDX-BMV TO 1.
           SEARCH BMOV-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-BMV > WK-QTD-MOVTOS
                   CONTINUE
               WHEN TAB-BMV-ACAO(IDX-BMV) NOT EQUAL 'I'
                    AND TAB-BMV-USADA(IDX-BMV) EQUAL 'N'
                    AND TAB-BMV-CHAVE(IDX-BMV) EQUAL FD-CHAVE-BLOQJUD
                    AND TAB-BMV-ORDEM(IDX-BMV) EQUAL FD-ORDEM-BLOQJUD
                   MOVE 'S' TO WK-MOV-ACHADO
                   MOVE 'S' TO TAB-BMV-USADA(IDX-BMV)
           END-SEARCH.
           IF WK-MOV-ACHADO EQUAL 'S'
              AND FD-TRANSF-PEND-BLOQJUD EQUAL 'P'
               MOVE 'TRANSFERENCIA AINDA PENDENTE' TO WK-EVE-TEXTO
               PERFORM 208-REJEITAR-USADO
               MOVE 'N' TO WK-MOV-ACHADO
           END-IF.
           IF WK-MOV-ACHADO EQUAL 'S'
               MOVE TAB-BMV-OPERADOR(IDX-BMV) TO WK-OPERADOR
               IF TAB-BMV-ACAO(IDX-BMV) EQUAL 'L'
                   MOVE 'L'                TO FD-SITUACAO-BLOQJUD
                   MOVE WK-DATA-MOVIMENTO  TO FD-DATA-BAIXA-BLOQJUD
                   MOVE WK-OPERADOR        TO FD-OPERADOR-BLOQJUD
                   ADD 1 TO WK-CONTADOR-LIBERADOS
                   MOVE 'BLOQUEIO LIBERADO' TO WK-EVE-TEXTO
                   PERFORM 210-GRAVAR-EVENTO
               ELSE
                   PERFORM 211-TRANSFERIR-BLOQUEIO
               END-IF
           END-IF.
       204-GRAVAR-INCLUSOES.
           MOVE TAB-BMV-CHAVE(WK-IDX-MOV) TO WK-EVE-CHAVE.
           MOVE TAB-BMV-ORDEM(WK-IDX-MOV) TO WK-EVE-ORDEM.
           MOVE TAB-BMV-VALOR(WK-IDX-MOV) TO WK-EVE-VALOR.
           EVALUATE TRUE
               WHEN TAB-BMV-USADA(WK-IDX-MOV) EQUAL 'S'
                   CONTINUE
               WHEN TAB-BMV-ACAO(WK-IDX-MOV) EQUAL 'I'
                   MOVE TAB-BMV-CHAVE(WK-IDX-MOV) TO FD-CHAVE-BLOQJUDN
                   MOVE TAB-BMV-ORDEM(WK-IDX-MOV) TO FD-ORDEM-BLOQJUDN
                   MOVE TAB-BMV-VALOR(WK-IDX-MOV) TO FD-VALOR-BLOQJUDN
                   MOVE TAB-BMV-DATA(WK-IDX-MOV)  TO FD-DATA-BLOQJUDN
                   MOVE TAB-BMV-VARA(WK-IDX-MOV)  TO FD-VARA-BLOQJUDN
                   MOVE 'A'    TO FD-SITUACAO-BLOQJUDN
                   MOVE ZEROS  TO FD-DATA-BAIXA-BLOQJUDN
                   MOVE SPACES TO FD-DESTINO-BLOQJUDN
                   MOVE TAB-BMV-OPERADOR(WK-IDX-MOV)
                        TO FD-OPERADOR-BLOQJUDN
                   MOVE ZEROS  TO FD-DOC-TRANSF-BLOQJUDN
                   MOVE SPACE  TO FD-TRANSF-PEND-BLOQJUDN
                   PERFORM 206-GRAVAR-BLOQJUDN
                   ADD 1 TO WK-CONTADOR-INCLUIDOS
                   MOVE TAB-BMV-OPERADOR(WK-IDX-MOV) TO WK-OPERADOR
                   MOVE 'BLOQUEIO INCLUIDO' TO WK-EVE-TEXTO
                   PERFORM 212-REGISTRAR-INCLUSAO
               WHEN OTHER
                   MOVE 'ORDEM SEM BLOQUEIO ATIVO' TO WK-EVE-TEXTO
                   ADD 1 TO WK-CONTADOR-REJEITADOS
                   MOVE WK-LINHA-EVENTO TO REG-RELATORIO
                   PERFORM 205-GRAVAR-RELATORIO
           END-EVALUATE.
       205-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '205-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       206-GRAVAR-BLOQJUDN.
           WRITE REG-BLOQJUDN.
           IF WK-FS-BLOQJUDN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-BLOQJUDN
                       ' O COMANDO WRITE BLOQJUDN'
               MOVE '206-GRAVAR-BLOQJUDN' TO WK-ERRO-PARAGRAFO
               MOVE 'BLOQJUDN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-BLOQJUDN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       207-REJEITAR-MOVIMENTO.
           ADD 1 TO WK-CONTADOR-REJEITADOS.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
       208-REJEITAR-USADO.
           ADD 1 TO WK-CONTADOR-REJEITADOS.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
       210-GRAVAR-EVENTO.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE FD-SITUACAO-BLOQJUD TO WK-EVENTO-ACAO.
           MOVE FD-CHAVE-BLOQJUD    TO WK-EVENTO-CHAVE.
           PERFORM 213-GRAVAR-ACESSLOG.
      *    TRANSFERENCIA JUDICIAL - O VALOR BLOQUEADO INTEIRO SAI DA
      *    CONTA PARA A CONTA DESTINO DA ORDEM EM DUAS PERNAS COM O
      *    MESMO DOC DA FAIXA 9600-9699, PAREADAS NA BALANCE LINE.
      *    O BLOQUEIO FICA ATIVO COM A TRANSFERENCIA PENDENTE ATE A
      *    CONCILIACAO DO DEBITO NA PROXIMA EXECUCAO
       211-TRANSFERIR-BLOQUEIO.
           IF WK-DOC-JUDICIAL NOT < WK-DOC-JUDICIAL-FIM
               MOVE 'LIMITE DE TRANSFERENCIAS NO DIA' TO WK-EVE-TEXTO
               PERFORM 208-REJEITAR-USADO
           ELSE
               ADD 1 TO WK-DOC-JUDICIAL
               MOVE FD-CHAVE-BLOQJUD   TO SD-CHAVE-CLASSJUD
               MOVE WK-DOC-JUDICIAL    TO SD-DOC-CLASSJUD
               MOVE 'D'                TO SD-TIPO-CLASSJUD
               MOVE FD-VALOR-BLOQJUD   TO SD-VALOR-CLASSJUD
               RELEASE REG-CLASSJUD
               MOVE TAB-BMV-DESTINO(IDX-BMV) TO SD-CHAVE-CLASSJUD
               MOVE WK-DOC-JUDICIAL    TO SD-DOC-CLASSJUD
               MOVE 'C'                TO SD-TIPO-CLASSJUD
               MOVE FD-VALOR-BLOQJUD   TO SD-VALOR-CLASSJUD
               RELEASE REG-CLASSJUD
               MOVE 'P'                TO FD-TRANSF-PEND-BLOQJUD
               MOVE WK-DOC-JUDICIAL    TO FD-DOC-TRANSF-BLOQJUD
               MOVE WK-DATA-MOVIMENTO  TO FD-DATA-BAIXA-BLOQJUD
               MOVE TAB-BMV-DESTINO(IDX-BMV) TO FD-DESTINO-BLOQJUD
               MOVE WK-OPERADOR        TO FD-OPERADOR-BLOQJUD
               ADD 1 TO WK-CONTADOR-TRANSFERIDOS
               MOVE SPACES TO WK-EVE-TEXTO
               STRING 'TRANSFERIDO PARA ' TAB-BMV-DESTINO(IDX-BMV)
                   DELIMITED BY SIZE INTO WK-EVE-TEXTO
               MOVE WK-LINHA-EVENTO TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               MOVE 'T'              TO WK-EVENTO-ACAO
               MOVE FD-CHAVE-BLOQJUD TO WK-EVENTO-CHAVE
               PERFORM 213-GRAVAR-ACESSLOG
           END-IF.
      *    TRANSFERENCIA PENDENTE - DEBITO LANCADO CONCLUI O
      *    BLOQUEIO ('T'); DEBITO RECUSADO DEVOLVE O BLOQUEIO A
      *    SITUACAO ATIVA SEM TRANSFERENCIA, ESPERANDO NOVA ORDEM
       214-CONCLUIR-TRANSFERENCIA.
           MOVE FD-CHAVE-BLOQJUD TO WK-EVE-CHAVE.
           MOVE FD-ORDEM-BLOQJUD TO WK-EVE-ORDEM.
           MOVE FD-VALOR-BLOQJUD TO WK-EVE-VALOR.
           MOVE 'N' TO WK-TRANSF-ACHADA.
           SET IDX-TJP TO 1.
           SEARCH TJP-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-TJP > WK-QTD-TRANSF-PEND
                   CONTINUE
               WHEN TAB-TJP-CHAVE(IDX-TJP) EQUAL FD-CHAVE-BLOQJUD
                    AND TAB-TJP-ORDEM(IDX-TJP) EQUAL FD-ORDEM-BLOQJUD
                   MOVE 'S' TO WK-TRANSF-ACHADA
           END-SEARCH.
           IF WK-TRANSF-ACHADA EQUAL 'S'
               EVALUATE TAB-TJP-SITUACAO(IDX-TJP)
                   WHEN 'L'
                       MOVE 'T'   TO FD-SITUACAO-BLOQJUD
                       MOVE SPACE TO FD-TRANSF-PEND-BLOQJUD
                       ADD 1 TO WK-CONTADOR-CONCLUIDAS
                       MOVE SPACES TO WK-EVE-TEXTO
                       STRING 'TRANSFERENCIA LANCADA DOC '
                              FD-DOC-TRANSF-BLOQJUD
                           DELIMITED BY SIZE INTO WK-EVE-TEXTO
                       MOVE WK-LINHA-EVENTO TO REG-RELATORIO
                       PERFORM 205-GRAVAR-RELATORIO
                   WHEN 'R'
                       MOVE SPACE  TO FD-TRANSF-PEND-BLOQJUD
                       MOVE ZEROS  TO FD-DOC-TRANSF-BLOQJUD
                       MOVE ZEROS  TO FD-DATA-BAIXA-BLOQJUD
                       MOVE SPACES TO FD-DESTINO-BLOQJUD
                       ADD 1 TO WK-CONTADOR-RECUSADAS
                       MOVE 'TRANSF RECUSADA - BLOQ MANTIDO'
                            TO WK-EVE-TEXTO
                       MOVE WK-LINHA-EVENTO TO REG-RELATORIO
                       PERFORM 205-GRAVAR-RELATORIO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WK-CONTADOR-PENDENTES
                       IF FD-DATA-BAIXA-BLOQJUD < WK-DATA-MOVIMENTO
                           MOVE 'TRANSFERENCIA NAO LANCADA'
                                TO WK-EVE-TEXTO
                           MOVE WK-LINHA-EVENTO TO REG-RELATORIO
                           PERFORM 205-GRAVAR-RELATORIO
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
       212-REGISTRAR-INCLUSAO.
           MOVE WK-LINHA-EVENTO TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'I'                       TO WK-EVENTO-ACAO.
           MOVE TAB-BMV-CHAVE(WK-IDX-MOV) TO WK-EVENTO-CHAVE.
           PERFORM 213-GRAVAR-ACESSLOG.
       213-GRAVAR-ACESSLOG.
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
       209-PROCESSAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-BLOQJUD.
           READ ARQ-BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUD
                           ' O COMANDO READ BLOQJUD'
                   MOVE '301-LER-BLOQJUD' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-BLOQMOV.
           READ ARQ-BLOQMOV.
           EVALUATE WK-FS-BLOQMOV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQMOV
                           ' O COMANDO READ BLOQMOV'
                   MOVE '302-LER-BLOQMOV' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQMOV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQMOV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-BLOQJUDN.
           READ ARQ-BLOQJUDN.
           EVALUATE WK-FS-BLOQJUDN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUDN
                           ' O COMANDO READ BLOQJUDN'
                   MOVE '303-LER-BLOQJUDN' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUDN'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUDN     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO READ HISTEXT'
                   MOVE '304-LER-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-REJEITADOS.
           READ ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO READ REJEITADOS'
                   MOVE '305-LER-REJEITADOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GRAVAR-LANCJUD SECTION.
       401-GRAVAR-LANCJUD.
           PERFORM 402-RETORNAR-PERNA.
           PERFORM 403-GRAVAR-PERNA
               UNTIL WK-FIM-CLASSJUD = 'S'.
           PERFORM 404-GRAVAR-TRAILER-LANCJUD.
           GO TO 409-GRAVAR-LANCJUD-EXIT.
       402-RETORNAR-PERNA.
           RETURN ARQ-CLASSJUD
               AT END
                   MOVE 'S' TO WK-FIM-CLASSJUD
           END-RETURN.
       403-GRAVAR-PERNA.
           MOVE SD-CHAVE-CLASSJUD  TO FD-CHAVE-LANCJUD.
           MOVE SD-DOC-CLASSJUD    TO FD-DOC-LANCJUD.
           MOVE SD-TIPO-CLASSJUD   TO FD-TIPO-LANCJUD.
           MOVE SD-VALOR-CLASSJUD  TO FD-VALOR-LANCJUD.
           MOVE 'X'                TO FD-TIPO-ORIGEM-LANCJUD.
           MOVE 'BR'               TO FD-MOEDA-LANCJUD.
           MOVE WK-DATA-MOVIMENTO  TO FD-DATA-LANCJUD.
           WRITE REG-LANCJUD.
           IF WK-FS-LANCJUD NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCJUD
                       ' O COMANDO WRITE LANCJUD'
               MOVE '403-GRAVAR-PERNA' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCJUD'          TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCJUD      TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-PERNAS.
           ADD SD-VALOR-CLASSJUD TO WK-SOMA-PERNAS.
           PERFORM 402-RETORNAR-PERNA.
       404-GRAVAR-TRAILER-LANCJUD.
           MOVE SPACES             TO REG-LANCJUD.
           MOVE WK-CONTADOR-PERNAS TO FD-TRAILER-QTDE.
           MOVE 'T'                TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-PERNAS     TO FD-TRAILER-SOMA.
           WRITE REG-LANCJUD.
           IF WK-FS-LANCJUD NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCJUD
                       ' O COMANDO WRITE LANCJUD'
               MOVE '404-GRAVAR-TRAILER' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCJUD'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCJUD        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-PERNAS TO WK-FED-QTDE.
           MOVE WK-SOMA-PERNAS TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       409-GRAVAR-LANCJUD-EXIT.
           EXIT.
      *******************************************************
       500-SELECIONAR-ATIVOS SECTION.
       501-SELECIONAR-ATIVOS.
           CLOSE ARQ-BLOQJUD.
           CLOSE ARQ-BLOQJUDN.
           IF WK-FS-BLOQJUDN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-BLOQJUDN
                       ' NO COMANDO CLOSE BLOQJUDN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '501-SELECIONAR-ATIVOS' TO WK-ERRO-PARAGRAFO
               MOVE 'BLOQJUDN'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-BLOQJUDN          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-BLOQJUDN.
           IF WK-FS-BLOQJUDN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-BLOQJUDN
                       ' O COMANDO OPEN BLOQJUDN PARA LEITURA'
               MOVE '501-SELECIONAR-ATIVOS' TO WK-ERRO-PARAGRAFO
               MOVE 'BLOQJUDN'              TO WK-ERRO-ARQUIVO
               MOVE WK-FS-BLOQJUDN          TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 303-LER-BLOQJUDN.
           PERFORM 502-LIBERAR-ATIVO UNTIL WK-FS-BLOQJUDN = '10'.
           CLOSE ARQ-BLOQJUDN.
           GO TO 509-SELECIONAR-ATIVOS-EXIT.
       502-LIBERAR-ATIVO.
           IF FD-SITUACAO-BLOQJUDN EQUAL 'A'
               MOVE FD-AGENCIA-BLOQJUDN TO SD-AGENCIA-CLASSBLQ
               MOVE FD-CONTA-BLOQJUDN   TO SD-CONTA-CLASSBLQ
               MOVE FD-ORDEM-BLOQJUDN   TO SD-ORDEM-CLASSBLQ
               MOVE FD-VALOR-BLOQJUDN   TO SD-VALOR-CLASSBLQ
               MOVE FD-DATA-BLOQJUDN    TO SD-DATA-CLASSBLQ
               MOVE FD-VARA-BLOQJUDN    TO SD-VARA-CLASSBLQ
               RELEASE REG-CLASSBLQ
           END-IF.
           PERFORM 303-LER-BLOQJUDN.
       509-SELECIONAR-ATIVOS-EXIT.
           EXIT.
      *******************************************************
       600-EMITIR SECTION.
       601-EMITIR.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE WK-DATA-MOVIMENTO         TO WK-AGT-DATA.
           MOVE WK-LINHA-AGENCIA-TITULO   TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE WK-LINHA-AGENCIA-COLUNAS  TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           PERFORM 602-RETORNAR-BLOQUEIO.
           IF WK-FIM-CLASSBLQ EQUAL 'S'
               MOVE 'NENHUM BLOQUEIO JUDICIAL ATIVO' TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               GO TO 609-EMITIR-EXIT
           END-IF.
           MOVE SD-AGENCIA-CLASSBLQ TO WK-AGENCIA-ATUAL.
           PERFORM 603-EMITIR-BLOQUEIO UNTIL WK-FIM-CLASSBLQ = 'S'.
           PERFORM 604-EMITIR-TOTAL-AGENCIA.
           MOVE 'TOTAL GERAL         ' TO WK-TAG-ROTULO.
           MOVE SPACES                 TO WK-TAG-AGENCIA.
           MOVE WK-QTDE-GERAL          TO WK-TAG-QTDE.
           MOVE WK-SOMA-GERAL          TO WK-TAG-VALOR.
           MOVE WK-LINHA-TOTAL-AGENCIA TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           GO TO 609-EMITIR-EXIT.
       602-RETORNAR-BLOQUEIO.
           RETURN ARQ-CLASSBLQ
               AT END
                   MOVE 'S' TO WK-FIM-CLASSBLQ
           END-RETURN.
       603-EMITIR-BLOQUEIO.
           IF SD-AGENCIA-CLASSBLQ NOT EQUAL WK-AGENCIA-ATUAL
               PERFORM 604-EMITIR-TOTAL-AGENCIA
               MOVE SD-AGENCIA-CLASSBLQ TO WK-AGENCIA-ATUAL
           END-IF.
           MOVE SD-AGENCIA-CLASSBLQ TO WK-BLQ-AGENCIA.
           MOVE SD-CONTA-CLASSBLQ   TO WK-BLQ-CONTA.
           MOVE SD-ORDEM-CLASSBLQ   TO WK-BLQ-ORDEM.
           MOVE SD-DATA-CLASSBLQ    TO WK-BLQ-DATA.
           MOVE SD-VARA-CLASSBLQ    TO WK-BLQ-VARA.
           MOVE SD-VALOR-CLASSBLQ   TO WK-BLQ-VALOR.
           MOVE WK-LINHA-BLOQUEIO   TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           ADD 1                 TO WK-QTDE-AGENCIA.
           ADD SD-VALOR-CLASSBLQ TO WK-SOMA-AGENCIA.
           PERFORM 602-RETORNAR-BLOQUEIO.
       604-EMITIR-TOTAL-AGENCIA.
           MOVE 'TOTAL DA AGENCIA    ' TO WK-TAG-ROTULO.
           MOVE WK-AGENCIA-ATUAL       TO WK-TAG-AGENCIA.
           MOVE WK-QTDE-AGENCIA        TO WK-TAG-QTDE.
           MOVE WK-SOMA-AGENCIA        TO WK-TAG-VALOR.
           MOVE WK-LINHA-TOTAL-AGENCIA TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           ADD WK-QTDE-AGENCIA TO WK-QTDE-GERAL.
           ADD WK-SOMA-AGENCIA TO WK-SOMA-GERAL.
           MOVE ZEROS TO WK-QTDE-AGENCIA.
           MOVE ZEROS TO WK-SOMA-AGENCIA.
       609-EMITIR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-LANCJUD.
           IF WK-FS-LANCJUD NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCJUD
                       ' NO COMANDO CLOSE LANCJUD'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCJUD'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCJUD   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'BLOQUEIOS MANTIDOS ATIVOS  ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-MANTIDOS  TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'BLOQUEIOS INCLUIDOS        ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-INCLUIDOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'BLOQUEIOS LIBERADOS        ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-LIBERADOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'BLOQUEIOS TRANSFERIDOS     ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-TRANSFERIDOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'TRANSFERENCIAS LANCADAS    ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CONCLUIDAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'TRANSFERENCIAS RECUSADAS   ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-RECUSADAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'TRANSFERENCIAS PENDENTES   ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-PENDENTES TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'MOVIMENTOS REJEITADOS      ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REJEITADOS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'MANUTENCAO DE BLOQUEIOS JUDICIAIS CONCLUIDA - '
                   'INCLUIDOS ' WK-CONTADOR-INCLUIDOS
                   ' LIBERADOS ' WK-CONTADOR-LIBERADOS
                   ' TRANSFERIDOS ' WK-CONTADOR-TRANSFERIDOS
                   ' REJEITADOS ' WK-CONTADOR-REJEITADOS.
           DISPLAY 'TRANSFERENCIAS JUDICIAIS - LANCADAS '
                   WK-CONTADOR-CONCLUIDAS
                   ' RECUSADAS ' WK-CONTADOR-RECUSADAS
                   ' PENDENTES ' WK-CONTADOR-PENDENTES.
           DISPLAY 'TOTAL BLOQUEADO ' WK-SOMA-GERAL
                   ' EM ' WK-QTDE-GERAL ' ORDENS'.
           IF WK-CONTADOR-REJEITADOS NOT EQUAL ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       902-GRAVAR-TOTAL.
           MOVE WK-LINHA-TOTAIS TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
       909-REGISTRAR-FEED.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           CALL 'EAD71973' USING WK-FEED-COM.
           MOVE WK-RC-SALVO TO RETURN-CODE.
           IF WK-FED-RC EQUAL 4
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WK-FED-RC > 4
               DISPLAY 'ERRO: ' WK-FED-RC
                       ' NO REGISTRO DO ARQUIVO NO FEEDREG'
               MOVE '909-REGISTRAR-FEED' TO WK-ERRO-PARAGRAFO
               MOVE 'FEEDREG'            TO WK-ERRO-ARQUIVO
               MOVE WK-FED-RC            TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
