      ********************************************************
      *  CONSOLIDACAO DOS MOVIMENTOS DAS AGENCIAS EM UM SO   *
      *  LANCAM ORDENADO PARA A BALANCE LINE                 *
      *  ANTES DA CONSOLIDACAO CONFERE OS LOTES DO DIA NO    *
      *  FEEDREG CONTRA A TABELA FEEDESP E CONTRA O TRAILER  *
      *  DE CADA ARQUIVO; LOTE AUSENTE, DUPLICADO OU         *
      *  DIVERGENTE INTERROMPE A CONSOLIDACAO COM ALERTA,    *
      *  SALVO OVERRIDE 'L' APROVADO PARA A DATA             *
      *  NOS ARQUIVOS DAS AGENCIAS OS DOCS 9500-9999 SAO     *
      *  RESERVADOS AO SISTEMA E VAO PARA O REJMERGE COM     *
      *  MOTIVO 29                                           *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-REJMERGE.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-FEEDESP ASSIGN TO FEEDESP
               FILE STATUS IS WK-FS-FEEDESP.
           SELECT ARQ-FEEDREG ASSIGN TO FEEDREG
               FILE STATUS IS WK-FS-FEEDREG.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
           SELECT ARQ-LANCGER ASSIGN TO LANCGER
               FILE STATUS IS WK-FS-LANCGER.
           SELECT ARQ-LANCFAT ASSIGN TO LANCFAT
               FILE STATUS IS WK-FS-LANCFAT.
           SELECT ARQ-LANCTRF ASSIGN TO LANCTRF
               FILE STATUS IS WK-FS-LANCTRF.
           SELECT ARQ-ORDLANC ASSIGN TO ORDLANC
               FILE STATUS IS WK-FS-ORDLANC.
           SELECT ARQ-LANCLIB ASSIGN TO LANCLIB
               FILE STATUS IS WK-FS-LANCLIB.
           SELECT ARQ-REVALLAN ASSIGN TO REVALLAN
               FILE STATUS IS WK-FS-REVALLAN.
           SELECT ARQ-LANCEXT ASSIGN TO LANCEXT
               FILE STATUS IS WK-FS-LANCEXT.
           SELECT ARQ-LANCDESB ASSIGN TO LANCDESB
               FILE STATUS IS WK-FS-LANCDESB.
           SELECT ARQ-LANCJUD ASSIGN TO LANCJUD
               FILE STATUS IS WK-FS-LANCJUD.
           SELECT ARQ-LANCCOM ASSIGN TO LANCCOM
               FILE STATUS IS WK-FS-LANCCOM.
           SELECT ARQ-LANCTED ASSIGN TO LANCTED
               FILE STATUS IS WK-FS-LANCTED.
           SELECT ARQ-LANCDVT ASSIGN TO LANCDVT
               FILE STATUS IS WK-FS-LANCDVT.
           SELECT ARQ-LANCEST ASSIGN TO LANCEST
               FILE STATUS IS WK-FS-LANCEST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       FD   ARQ-FEEDESP
            RECORDING MODE IS F.
       01  REG-FEEDESP.
           05 FD-ARQUIVO-FEEDESP          PIC X(8).
           05 FD-FREQUENCIA-FEEDESP       PIC X.
           05 FD-DIA-FEEDESP              PIC 99.
       FD   ARQ-FEEDREG
            RECORDING MODE IS F.
       01  REG-FEEDREG.
           05 FD-DATA-MOV-FEEDREG         PIC 9(8).
           05 FD-ARQUIVO-FEEDREG          PIC X(8).
           05 FD-PROGRAMA-FEEDREG         PIC X(8).
           05 FD-QTDE-FEEDREG             PIC 9(9).
           05 FD-SOMA-FEEDREG             PIC 9(9)V99.
           05 FD-DATA-FEEDREG             PIC X(10).
           05 FD-HORA-FEEDREG             PIC X(11).
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-TIPO-APROVACAO           PIC X.
           05 FD-DATA-APROVACAO           PIC 9(8).
           05 FD-SOLICITANTE-APROVACAO    PIC X(8).
           05 FD-APROVADOR-APROVACAO      PIC X(8).
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       FD   ARQ-LANCGER
            RECORDING MODE IS F.
       01  REG-LANCGER                    PIC X(33).
       FD   ARQ-LANCFAT
            RECORDING MODE IS F.
       01  REG-LANCFAT                    PIC X(33).
       FD   ARQ-LANCTRF
            RECORDING MODE IS F.
       01  REG-LANCTRF                    PIC X(33).
       FD   ARQ-ORDLANC
            RECORDING MODE IS F.
       01  REG-ORDLANC                    PIC X(33).
       FD   ARQ-LANCLIB
            RECORDING MODE IS F.
       01  REG-LANCLIB                    PIC X(33).
       FD   ARQ-REVALLAN
            RECORDING MODE IS F.
       01  REG-REVALLAN                   PIC X(33).
       FD   ARQ-LANCEXT
            RECORDING MODE IS F.
       01  REG-LANCEXT                    PIC X(33).
       FD   ARQ-LANCDESB
            RECORDING MODE IS F.
       01  REG-LANCDESB                   PIC X(33).
       FD   ARQ-LANCJUD
            RECORDING MODE IS F.
       01  REG-LANCJUD                    PIC X(33).
       FD   ARQ-LANCCOM
            RECORDING MODE IS F.
       01  REG-LANCCOM                    PIC X(33).
       FD   ARQ-LANCTED
            RECORDING MODE IS F.
       01  REG-LANCTED                    PIC X(33).
       FD   ARQ-LANCDVT
            RECORDING MODE IS F.
       01  REG-LANCDVT                    PIC X(33).
       FD   ARQ-LANCEST
            RECORDING MODE IS F.
       01  REG-LANCEST                    PIC X(33).
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM1      PIC XX            VALUE SPACES.
       77  WK-FS-LANCAM2      PIC XX            VALUE SPACES.
       77  WK-ARQUIVOS-ATIVOS PIC 9             VALUE ZEROS.
       77  WK-CONTADOR-SAIDA  PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-SAIDA      PIC 9(9)V99       VALUE ZEROS.
       77  WK-FS-FEEDESP      PIC XX            VALUE SPACES.
       77  WK-FS-FEEDREG      PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-FS-LANCGER      PIC XX            VALUE SPACES.
       77  WK-FS-LANCFAT      PIC XX            VALUE SPACES.
       77  WK-FS-LANCTRF      PIC XX            VALUE SPACES.
       77  WK-FS-ORDLANC      PIC XX            VALUE SPACES.
       77  WK-FS-LANCLIB      PIC XX            VALUE SPACES.
       77  WK-FS-REVALLAN     PIC XX            VALUE SPACES.
       77  WK-FS-LANCEXT      PIC XX            VALUE SPACES.
       77  WK-FS-LANCDESB     PIC XX            VALUE SPACES.
       77  WK-FS-LANCJUD      PIC XX            VALUE SPACES.
       77  WK-FS-LANCCOM      PIC XX            VALUE SPACES.
       77  WK-FS-LANCTED      PIC XX            VALUE SPACES.
       77  WK-FS-LANCDVT      PIC XX            VALUE SPACES.
       77  WK-FS-LANCEST      PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-QTD-FEEDESP     PIC 99            VALUE ZEROS.
       77  WK-FEEDESP-AUSENTE PIC X             VALUE 'N'.
       77  WK-DATA-SISTEMA    PIC X             VALUE 'N'.
       77  WK-LOTE-ACHADO     PIC X             VALUE 'N'.
       77  WK-LOTES-IRREGULARES PIC 9(3)        VALUE ZEROS.
       77  WK-LOTES-NAO-ESPERADOS PIC 9(3)      VALUE ZEROS.
       77  WK-FEED-NUM        PIC 99            VALUE ZEROS.
       77  WK-FEED-FIM        PIC X             VALUE 'N'.
       77  WK-FEED-TRAILER    PIC X             VALUE 'N'.
       77  WK-FEED-TRL-QTDE   PIC 9(9)          VALUE ZEROS.
       77  WK-FEED-TRL-SOMA   PIC 9(9)V99       VALUE ZEROS.
       77  WK-OVERRIDE-TIPO   PIC X             VALUE 'L'.
       77  WK-OVERRIDE-ACHADO PIC X             VALUE 'N'.
       77  WK-QTD-APROVACOES  PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-APR         PIC 9(3)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  TABELA-FEEDESP.
           03 FES-ENTRY OCCURS 20 TIMES INDEXED BY IDX-FES.
               05 TAB-FES-ARQUIVO         PIC X(8)     VALUE SPACES.
               05 TAB-FES-FREQUENCIA      PIC X        VALUE SPACE.
               05 TAB-FES-DIA             PIC 99       VALUE ZEROS.
               05 TAB-FES-PREVISTO        PIC X        VALUE 'N'.
               05 TAB-FES-REG-MES         PIC X        VALUE 'N'.
               05 TAB-FES-QTD-REG         PIC 99       VALUE ZEROS.
               05 TAB-FES-QTDE            PIC 9(9)     VALUE ZEROS.
               05 TAB-FES-SOMA            PIC 9(9)V99  VALUE ZEROS.
               05 TAB-FES-QTDE-ARQ        PIC 9(9)     VALUE ZEROS.
               05 TAB-FES-SOMA-ARQ        PIC 9(9)V99  VALUE ZEROS.
               05 TAB-FES-SITUACAO        PIC X(12)    VALUE SPACES.
       01  TABELA-APROVACOES.
           03 APR-ENTRY OCCURS 50 TIMES.
               05 TAB-APR-TIPO        PIC X     VALUE SPACE.
               05 TAB-APR-DATA        PIC 9(8)  VALUE ZEROS.
               05 TAB-APR-SOLICITANTE PIC X(8)  VALUE SPACES.
               05 TAB-APR-APROVADOR   PIC X(8)  VALUE SPACES.
               05 TAB-APR-SITUACAO    PIC X     VALUE SPACE.
               05 TAB-APR-USADO       PIC X     VALUE SPACE.
       01  WK-REG-LIDO.
           05 WK-LIDO-CHAVE               PIC X(9).
           05 WK-LIDO-DOC                 PIC X(4).
               05 TAB-AGM-LIDOS           PIC 9(9)     VALUE ZEROS.
               05 TAB-AGM-SOMA            PIC 9(9)V99  VALUE ZEROS.
               05 TAB-AGM-REJ-SEQ         PIC 9(9)     VALUE ZEROS.
               05 TAB-AGM-REJ-DOC         PIC 9(9)     VALUE ZEROS.
               05 TAB-AGM-TRAILER-OK      PIC X        VALUE ' '.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
           05 WK-AGE-REJ          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(5)  VALUE ' TRL '.
           05 WK-AGE-TRAILER      PIC X.
           05 FILLER              PIC X(5)  VALUE ' DOC '.
           05 WK-AGE-REJ-DOC      PIC ZZ9.
       01  WK-LINHA-TOTAL.
           05 FILLER              PIC X(18) VALUE 'TOTAL CONSOLIDADO '.
           05 WK-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(8)  VALUE ' VALOR '.
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-LOTES-TITULO.
           05 FILLER              PIC X(36) VALUE
                  'CONFERENCIA DOS LOTES DO FEEDREG DE '.
           05 WK-LTT-DATA         PIC 9(8).
       01  WK-LINHA-LOTES-COLUNAS.
           05 FILLER              PIC X(40) VALUE
                  'ARQUIVO  F REG   QTDE REG      SOMA REG '.
           05 FILLER              PIC X(36) VALUE
                  '  QTDE ARQ      SOMA ARQ SITUACAO'.
       01  WK-LINHA-LOTE.
           05 WK-LOT-ARQUIVO      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-FREQUENCIA   PIC X.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-QTD-REG      PIC Z9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-QTDE         PIC ZZZ.ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-SOMA         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-QTDE-ARQ     PIC ZZZ.ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-SOMA-ARQ     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LOT-SITUACAO     PIC X(12).
       01  WK-LINHA-LOTES-RESUMO.
           05 WK-LTR-ROTULO       PIC X(40).
           05 WK-LTR-VALOR        PIC ZZ9.
       01  WK-ALERTA-COM.
           05 WK-ALE-PROGRAMA             PIC X(8)  VALUE 'EAD71926'.
           05 WK-ALE-SEVERIDADE           PIC X     VALUE SPACE.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 110-CONFERIR-LOTES.
           PERFORM 102-ABRIR-ENTRADAS.
           PERFORM 103-ABRIR-SAIDAS.
           PERFORM VARYING WK-ARQ-CORRENTE FROM 1 BY 1
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *    CONFERENCIA DOS LOTES DE LANCAMENTO DO DIA - CADA
      *    GERADOR REGISTRA NO FEEDREG (EAD71973) O ARQUIVO, A
      *    QUANTIDADE E A SOMA DO SEU TRAILER; O FEEDESP DIZ QUAIS
      *    LOTES SAO ESPERADOS: 'D' TODO DIA, 'M' UMA VEZ NO MES A
      *    PARTIR DO DIA INFORMADO, 'O' OPCIONAL
       110-CONFERIR-LOTES.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               MOVE 'S' TO WK-DATA-SISTEMA
           END-IF.
           PERFORM 111-CARREGAR-FEEDESP.
           IF WK-QTD-FEEDESP NOT EQUAL ZEROS
               PERFORM 113-CARREGAR-FEEDREG
               PERFORM 115-AVALIAR-LOTE
                   VARYING IDX-FES FROM 1 BY 1
                   UNTIL IDX-FES > WK-QTD-FEEDESP
               IF WK-LOTES-IRREGULARES NOT EQUAL ZEROS
                   PERFORM 120-AUTORIZAR-OVERRIDE
                   IF WK-OVERRIDE-ACHADO EQUAL 'N'
                       PERFORM 125-INTERROMPER-CONSOLIDACAO
                   END-IF
               END-IF
           END-IF.
           IF WK-FEEDESP-AUSENTE EQUAL 'S'
              OR WK-DATA-SISTEMA EQUAL 'S'
              OR WK-LOTES-IRREGULARES NOT EQUAL ZEROS
              OR WK-LOTES-NAO-ESPERADOS NOT EQUAL ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       111-CARREGAR-FEEDESP.
           OPEN INPUT ARQ-FEEDESP.
           EVALUATE WK-FS-FEEDESP
               WHEN '00'
                   PERFORM 314-LER-FEEDESP
                   PERFORM 112-GUARDAR-FEEDESP
                       UNTIL WK-FS-FEEDESP = '10'
                   CLOSE ARQ-FEEDESP
               WHEN '35'
                   DISPLAY 'ARQUIVO FEEDESP NAO ENCONTRADO - LOTES '
                           'DO DIA NAO CONFERIDOS'
                   MOVE 'S' TO WK-FEEDESP-AUSENTE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FEEDESP
                           ' O COMANDO OPEN FEEDESP'
                   MOVE '111-CARREGAR-FEEDESP' TO WK-ERRO-PARAGRAFO
                   MOVE 'FEEDESP'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FEEDESP          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       112-GUARDAR-FEEDESP.
           IF WK-QTD-FEEDESP NOT < 20
               DISPLAY 'TABELA DE LOTES ESPERADOS CHEIA - '
                       'CONSOLIDACAO RECUSADA PARA NAO DEIXAR LOTE '
                       'SEM CONFERENCIA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-FEEDESP.
           SET IDX-FES TO WK-QTD-FEEDESP.
           MOVE FD-ARQUIVO-FEEDESP    TO TAB-FES-ARQUIVO(IDX-FES).
           MOVE FD-FREQUENCIA-FEEDESP TO TAB-FES-FREQUENCIA(IDX-FES).
           MOVE FD-DIA-FEEDESP        TO TAB-FES-DIA(IDX-FES).
           MOVE 'N'                   TO TAB-FES-PREVISTO(IDX-FES).
           EVALUATE FD-FREQUENCIA-FEEDESP
               WHEN 'D'
                   MOVE 'S' TO TAB-FES-PREVISTO(IDX-FES)
               WHEN 'M'
                   IF WK-DATA-MOVIMENTO(7:2) NOT < FD-DIA-FEEDESP
                       MOVE 'S' TO TAB-FES-PREVISTO(IDX-FES)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 314-LER-FEEDESP.
       113-CARREGAR-FEEDREG.
           OPEN INPUT ARQ-FEEDREG.
           EVALUATE WK-FS-FEEDREG
               WHEN '00'
                   PERFORM 313-LER-FEEDREG
                   PERFORM 114-CONFERIR-REGISTRO
                       UNTIL WK-FS-FEEDREG = '10'
                   CLOSE ARQ-FEEDREG
               WHEN '35'
                   DISPLAY 'ARQUIVO FEEDREG NAO ENCONTRADO - NENHUM '
                           'LOTE REGISTRADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FEEDREG
                           ' O COMANDO OPEN FEEDREG'
                   MOVE '113-CARREGAR-FEEDREG' TO WK-ERRO-PARAGRAFO
                   MOVE 'FEEDREG'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FEEDREG          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       114-CONFERIR-REGISTRO.
           MOVE 'N' TO WK-LOTE-ACHADO.
           SET IDX-FES TO 1.
           SEARCH FES-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-FES > WK-QTD-FEEDESP
                   CONTINUE
               WHEN TAB-FES-ARQUIVO(IDX-FES) EQUAL FD-ARQUIVO-FEEDREG
                   MOVE 'S' TO WK-LOTE-ACHADO
           END-SEARCH.
           EVALUATE TRUE
               WHEN FD-DATA-MOV-FEEDREG EQUAL WK-DATA-MOVIMENTO
                    AND WK-LOTE-ACHADO EQUAL 'S'
                   ADD 1 TO TAB-FES-QTD-REG(IDX-FES)
                   MOVE FD-QTDE-FEEDREG TO TAB-FES-QTDE(IDX-FES)
                   MOVE FD-SOMA-FEEDREG TO TAB-FES-SOMA(IDX-FES)
               WHEN FD-DATA-MOV-FEEDREG EQUAL WK-DATA-MOVIMENTO
                   ADD 1 TO WK-LOTES-NAO-ESPERADOS
                   DISPLAY 'LOTE NAO ESPERADO NO FEEDREG: '
                           FD-ARQUIVO-FEEDREG ' DO PROGRAMA '
                           FD-PROGRAMA-FEEDREG
               WHEN FD-DATA-MOV-FEEDREG(1:6)
                    EQUAL WK-DATA-MOVIMENTO(1:6)
                    AND FD-DATA-MOV-FEEDREG < WK-DATA-MOVIMENTO
                    AND WK-LOTE-ACHADO EQUAL 'S'
                   MOVE 'S' TO TAB-FES-REG-MES(IDX-FES)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 313-LER-FEEDREG.
       115-AVALIAR-LOTE.
           IF TAB-FES-FREQUENCIA(IDX-FES) EQUAL 'M'
              AND TAB-FES-REG-MES(IDX-FES) EQUAL 'S'
               MOVE 'N' TO TAB-FES-PREVISTO(IDX-FES)
           END-IF.
           EVALUATE TRUE
               WHEN TAB-FES-QTD-REG(IDX-FES) > 1
                   MOVE 'DUPLICADO'    TO TAB-FES-SITUACAO(IDX-FES)
               WHEN TAB-FES-QTD-REG(IDX-FES) EQUAL 1
                    AND TAB-FES-FREQUENCIA(IDX-FES) EQUAL 'M'
                    AND TAB-FES-REG-MES(IDX-FES) EQUAL 'S'
                   MOVE 'DUPLICADO'    TO TAB-FES-SITUACAO(IDX-FES)
               WHEN TAB-FES-QTD-REG(IDX-FES) EQUAL ZEROS
                    AND TAB-FES-PREVISTO(IDX-FES) EQUAL 'S'
                   MOVE 'AUSENTE'      TO TAB-FES-SITUACAO(IDX-FES)
               WHEN TAB-FES-QTD-REG(IDX-FES) EQUAL ZEROS
                   MOVE 'NAO PREVISTO' TO TAB-FES-SITUACAO(IDX-FES)
               WHEN OTHER
                   PERFORM 116-CONFERIR-ARQUIVO-LOTE
           END-EVALUATE.
           IF TAB-FES-SITUACAO(IDX-FES) NOT EQUAL 'OK'
              AND TAB-FES-SITUACAO(IDX-FES) NOT EQUAL 'NAO PREVISTO'
               ADD 1 TO WK-LOTES-IRREGULARES
               DISPLAY 'LOTE ' TAB-FES-ARQUIVO(IDX-FES) ' '
                       TAB-FES-SITUACAO(IDX-FES)
                       ' NA DATA ' WK-DATA-MOVIMENTO
               MOVE 'A'    TO WK-ALE-SEVERIDADE
               EVALUATE TAB-FES-SITUACAO(IDX-FES)
                   WHEN 'AUSENTE'
                       MOVE 'MG03' TO WK-ALE-CODIGO
                       MOVE 'EXECUTAR O GERADOR DO LOTE'
                            TO WK-ALE-ACAO
                   WHEN 'DUPLICADO'
                       MOVE 'MG04' TO WK-ALE-CODIGO
                       MOVE 'CONFERIR REEXECUCAO DO GERADOR'
                            TO WK-ALE-ACAO
                   WHEN OTHER
                       MOVE 'MG05' TO WK-ALE-CODIGO
                       MOVE 'CONFERIR O ARQUIVO DO LOTE'
                            TO WK-ALE-ACAO
               END-EVALUATE
               MOVE SPACES TO WK-ALE-TEXTO
               STRING 'LOTE ' TAB-FES-ARQUIVO(IDX-FES) ' '
                      TAB-FES-SITUACAO(IDX-FES)
                   DELIMITED BY SIZE INTO WK-ALE-TEXTO
               PERFORM 904-GRAVAR-ALERTA
           END-IF.
       116-CONFERIR-ARQUIVO-LOTE.
           EVALUATE TAB-FES-ARQUIVO(IDX-FES)
               WHEN 'LANCGER'
                   MOVE 1 TO WK-FEED-NUM
               WHEN 'LANCFAT'
                   MOVE 2 TO WK-FEED-NUM
               WHEN 'LANCTRF'
                   MOVE 3 TO WK-FEED-NUM
               WHEN 'ORDLANC'
                   MOVE 4 TO WK-FEED-NUM
               WHEN 'LANCLIB'
                   MOVE 5 TO WK-FEED-NUM
               WHEN 'REVALLAN'
                   MOVE 6 TO WK-FEED-NUM
               WHEN 'LANCEXT'
                   MOVE 7 TO WK-FEED-NUM
               WHEN 'LANCDESB'
                   MOVE 8 TO WK-FEED-NUM
               WHEN 'LANCJUD'
                   MOVE 9 TO WK-FEED-NUM
               WHEN 'LANCCOM'
                   MOVE 10 TO WK-FEED-NUM
               WHEN 'LANCTED'
                   MOVE 11 TO WK-FEED-NUM
               WHEN 'LANCDVT'
                   MOVE 12 TO WK-FEED-NUM
               WHEN 'LANCEST'
                   MOVE 13 TO WK-FEED-NUM
               WHEN OTHER
                   MOVE 0 TO WK-FEED-NUM
           END-EVALUATE.
           MOVE 'OK' TO TAB-FES-SITUACAO(IDX-FES).
           IF WK-FEED-NUM NOT EQUAL ZEROS
               PERFORM 310-ABRIR-LOTE
               IF WK-FS-CORRENTE NOT EQUAL '00'
                   MOVE 'SEM ARQUIVO' TO TAB-FES-SITUACAO(IDX-FES)
               ELSE
                   MOVE 'N'   TO WK-FEED-FIM
                   MOVE 'N'   TO WK-FEED-TRAILER
                   MOVE ZEROS TO TAB-FES-QTDE-ARQ(IDX-FES)
                   MOVE ZEROS TO TAB-FES-SOMA-ARQ(IDX-FES)
                   PERFORM 311-LER-LOTE UNTIL WK-FEED-FIM = 'S'
                   PERFORM 312-FECHAR-LOTE
                   EVALUATE TRUE
                       WHEN WK-FEED-TRAILER EQUAL 'N'
                           MOVE 'SEM TRAILER'
                                TO TAB-FES-SITUACAO(IDX-FES)
                       WHEN WK-FEED-TRL-QTDE
                            NOT EQUAL TAB-FES-QTDE-ARQ(IDX-FES)
                            OR WK-FEED-TRL-SOMA
                            NOT EQUAL TAB-FES-SOMA-ARQ(IDX-FES)
                            OR TAB-FES-QTDE(IDX-FES)
                            NOT EQUAL TAB-FES-QTDE-ARQ(IDX-FES)
                            OR TAB-FES-SOMA(IDX-FES)
                            NOT EQUAL TAB-FES-SOMA-ARQ(IDX-FES)
                           MOVE 'DIVERGENTE'
                                TO TAB-FES-SITUACAO(IDX-FES)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
      *    LOTE IRREGULAR SO PASSA COM OVERRIDE 'L' APROVADO PARA A
      *    DATA DE MOVIMENTO; O OVERRIDE VALE PARA TODA A EXECUCAO
       120-AUTORIZAR-OVERRIDE.
           MOVE 'N' TO WK-OVERRIDE-ACHADO.
           PERFORM 121-CARREGAR-APROVACOES.
           PERFORM 123-PROCURAR-OVERRIDE
               VARYING WK-IDX-APR FROM 1 BY 1
               UNTIL WK-IDX-APR > WK-QTD-APROVACOES
               OR WK-OVERRIDE-ACHADO = 'S'.
           IF WK-OVERRIDE-ACHADO EQUAL 'S'
               PERFORM 124-REGRAVAR-APROVACOES
           ELSE
               DISPLAY 'SEM OVERRIDE ' WK-OVERRIDE-TIPO
                       ' APROVADO PARA ' WK-DATA-MOVIMENTO
                       ' - CONSOLIDACAO INTERROMPIDA'
           END-IF.
       121-CARREGAR-APROVACOES.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 315-LER-APROVACAO
                   PERFORM 122-GUARDAR-APROVACAO
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '121-CARREGAR-APROV' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       122-GUARDAR-APROVACAO.
           IF WK-QTD-APROVACOES NOT < 50
               DISPLAY 'TABELA DE APROVACOES CHEIA - ARQUIVO MAIOR '
                       'QUE A TABELA - EXECUCAO RECUSADA PARA NAO '
                       'PERDER PEDIDOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-APROVACOES.
           MOVE FD-TIPO-APROVACAO
                TO TAB-APR-TIPO(WK-QTD-APROVACOES).
           MOVE FD-DATA-APROVACAO
                TO TAB-APR-DATA(WK-QTD-APROVACOES).
           MOVE FD-SOLICITANTE-APROVACAO
                TO TAB-APR-SOLICITANTE(WK-QTD-APROVACOES).
           MOVE FD-APROVADOR-APROVACAO
                TO TAB-APR-APROVADOR(WK-QTD-APROVACOES).
           MOVE FD-SITUACAO-APROVACAO
                TO TAB-APR-SITUACAO(WK-QTD-APROVACOES).
           MOVE FD-USADO-APROVACAO
                TO TAB-APR-USADO(WK-QTD-APROVACOES).
           PERFORM 315-LER-APROVACAO.
       123-PROCURAR-OVERRIDE.
           IF TAB-APR-TIPO(WK-IDX-APR) EQUAL WK-OVERRIDE-TIPO
               AND TAB-APR-SITUACAO(WK-IDX-APR) EQUAL 'A'
               AND TAB-APR-USADO(WK-IDX-APR) EQUAL 'N'
               AND TAB-APR-DATA(WK-IDX-APR) EQUAL WK-DATA-MOVIMENTO
               MOVE 'S' TO WK-OVERRIDE-ACHADO
               MOVE 'S' TO TAB-APR-USADO(WK-IDX-APR)
               DISPLAY 'OVERRIDE ' WK-OVERRIDE-TIPO
                       ' HONRADO - PEDIDO POR '
                       TAB-APR-SOLICITANTE(WK-IDX-APR)
                       ' APROVADO POR '
                       TAB-APR-APROVADOR(WK-IDX-APR)
           END-IF.
       124-REGRAVAR-APROVACOES.
           OPEN OUTPUT ARQ-APROVACAO.
           IF WK-FS-APROVACAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-APROVACAO
                       ' O COMANDO OPEN APROVACAO PARA GRAVACAO'
               MOVE '124-REGRAVAR-APROV' TO WK-ERRO-PARAGRAFO
               MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
               MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 126-GRAVAR-APROVACAO
               VARYING WK-IDX-APR FROM 1 BY 1
               UNTIL WK-IDX-APR > WK-QTD-APROVACOES.
           CLOSE ARQ-APROVACAO.
       125-INTERROMPER-CONSOLIDACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WK-FS-RELATORIO EQUAL '00'
               MOVE WK-LINHA-TITULO TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               PERFORM 130-IMPRIMIR-LOTES
               MOVE 'CONSOLIDACAO INTERROMPIDA             = '
                    TO WK-LTR-ROTULO
               MOVE WK-LOTES-IRREGULARES TO WK-LTR-VALOR
               MOVE WK-LINHA-LOTES-RESUMO TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               CLOSE ARQ-RELATORIO
           END-IF.
           MOVE 'A'    TO WK-ALE-SEVERIDADE.
           MOVE 'MG06' TO WK-ALE-CODIGO.
           MOVE 'CONSOLIDACAO DO LANCAM INTERROMPIDA'
                TO WK-ALE-TEXTO.
           MOVE 'REGULARIZAR LOTES OU OVERRIDE L' TO WK-ALE-ACAO.
           PERFORM 904-GRAVAR-ALERTA.
           DISPLAY 'CONSOLIDACAO INTERROMPIDA - LOTES IRREGULARES '
                   WK-LOTES-IRREGULARES ' NA DATA ' WK-DATA-MOVIMENTO.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       126-GRAVAR-APROVACAO.
           MOVE TAB-APR-TIPO(WK-IDX-APR)  TO FD-TIPO-APROVACAO.
           MOVE TAB-APR-DATA(WK-IDX-APR)  TO FD-DATA-APROVACAO.
           MOVE TAB-APR-SOLICITANTE(WK-IDX-APR)
                TO FD-SOLICITANTE-APROVACAO.
           MOVE TAB-APR-APROVADOR(WK-IDX-APR)
                TO FD-APROVADOR-APROVACAO.
           MOVE TAB-APR-SITUACAO(WK-IDX-APR)
                TO FD-SITUACAO-APROVACAO.
           MOVE TAB-APR-USADO(WK-IDX-APR) TO FD-USADO-APROVACAO.
           WRITE REG-APROVACAO.
       130-IMPRIMIR-LOTES.
           IF WK-QTD-FEEDESP NOT EQUAL ZEROS
               MOVE WK-DATA-MOVIMENTO      TO WK-LTT-DATA
               MOVE WK-LINHA-LOTES-TITULO  TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               MOVE WK-LINHA-LOTES-COLUNAS TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               PERFORM 131-IMPRIMIR-LOTE
                   VARYING IDX-FES FROM 1 BY 1
                   UNTIL IDX-FES > WK-QTD-FEEDESP
               MOVE 'LOTES IRREGULARES                     = '
                    TO WK-LTR-ROTULO
               MOVE WK-LOTES-IRREGULARES   TO WK-LTR-VALOR
               MOVE WK-LINHA-LOTES-RESUMO  TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               MOVE 'LOTES NAO ESPERADOS NO FEEDREG        = '
                    TO WK-LTR-ROTULO
               MOVE WK-LOTES-NAO-ESPERADOS TO WK-LTR-VALOR
               MOVE WK-LINHA-LOTES-RESUMO  TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               IF WK-LOTES-IRREGULARES NOT EQUAL ZEROS
                  AND WK-OVERRIDE-ACHADO EQUAL 'S'
                   MOVE 'LOTES LIBERADOS POR OVERRIDE L        = '
                        TO WK-LTR-ROTULO
                   MOVE WK-LOTES-IRREGULARES TO WK-LTR-VALOR
                   MOVE WK-LINHA-LOTES-RESUMO TO REG-RELATORIO
                   PERFORM 205-GRAVAR-RELATORIO
               END-IF
           END-IF.
       131-IMPRIMIR-LOTE.
           MOVE TAB-FES-ARQUIVO(IDX-FES)    TO WK-LOT-ARQUIVO.
           MOVE TAB-FES-FREQUENCIA(IDX-FES) TO WK-LOT-FREQUENCIA.
           MOVE TAB-FES-QTD-REG(IDX-FES)    TO WK-LOT-QTD-REG.
           MOVE TAB-FES-QTDE(IDX-FES)       TO WK-LOT-QTDE.
           MOVE TAB-FES-SOMA(IDX-FES)       TO WK-LOT-SOMA.
           MOVE TAB-FES-QTDE-ARQ(IDX-FES)   TO WK-LOT-QTDE-ARQ.
           MOVE TAB-FES-SOMA-ARQ(IDX-FES)   TO WK-LOT-SOMA-ARQ.
           MOVE TAB-FES-SITUACAO(IDX-FES)   TO WK-LOT-SITUACAO.
           MOVE WK-LINHA-LOTE TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
       103-ABRIR-SAIDAS.
           OPEN OUTPUT ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 205-GRAVAR-RELATORIO
                   PERFORM 130-IMPRIMIR-LOTES
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   ADD WK-LIDO-VALOR
                       TO TAB-AGM-SOMA(WK-ARQ-CORRENTE)
                   PERFORM 308-REJEITAR-SEQUENCIA
               WHEN WK-LIDO-DOC NOT < '9500'
                   ADD 1 TO TAB-AGM-LIDOS(WK-ARQ-CORRENTE)
                   ADD WK-LIDO-VALOR
                       TO TAB-AGM-SOMA(WK-ARQ-CORRENTE)
                   PERFORM 309-REJEITAR-DOC-SISTEMA
               WHEN OTHER
                   ADD 1 TO TAB-AGM-LIDOS(WK-ARQ-CORRENTE)
                   ADD WK-LIDO-VALOR
               DELIMITED BY SIZE INTO WK-ALE-TEXTO.
           MOVE 'REORDENAR E REAPRESENTAR' TO WK-ALE-ACAO.
           PERFORM 904-GRAVAR-ALERTA.
       309-REJEITAR-DOC-SISTEMA.
           DISPLAY 'DOC RESERVADO AO SISTEMA NO ARQUIVO DA AGENCIA '
                   WK-ARQ-CORRENTE ': ' WK-LIDO-CHAVE ' ' WK-LIDO-DOC.
           ADD 1 TO TAB-AGM-REJ-DOC(WK-ARQ-CORRENTE).
           MOVE WK-REG-LIDO     TO FD-REGISTRO-REJMERGE.
           MOVE WK-ARQ-CORRENTE TO FD-AGENCIA-REJMERGE.
           MOVE '29'            TO FD-MOTIVO-REJMERGE.
           WRITE REG-REJMERGE.
           IF WK-FS-REJMERGE NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-REJMERGE
                       ' O COMANDO WRITE REJMERGE'
               MOVE '309-REJEITAR-DOC' TO WK-ERRO-PARAGRAFO
               MOVE 'REJMERGE'         TO WK-ERRO-ARQUIVO
               MOVE WK-FS-REJMERGE     TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'M'    TO WK-ALE-SEVERIDADE.
           MOVE 'MG07' TO WK-ALE-CODIGO.
           MOVE SPACES TO WK-ALE-TEXTO.
           STRING 'DOC 9500-9999 NO ARQUIVO DA AGENCIA '
                  WK-ARQ-CORRENTE
               DELIMITED BY SIZE INTO WK-ALE-TEXTO.
           MOVE 'CORRIGIR O DOC E REAPRESENTAR' TO WK-ALE-ACAO.
           PERFORM 904-GRAVAR-ALERTA.
       310-ABRIR-LOTE.
           EVALUATE WK-FEED-NUM
               WHEN 1
                   OPEN INPUT ARQ-LANCGER
                   MOVE WK-FS-LANCGER  TO WK-FS-CORRENTE
               WHEN 2
                   OPEN INPUT ARQ-LANCFAT
                   MOVE WK-FS-LANCFAT  TO WK-FS-CORRENTE
               WHEN 3
                   OPEN INPUT ARQ-LANCTRF
                   MOVE WK-FS-LANCTRF  TO WK-FS-CORRENTE
               WHEN 4
                   OPEN INPUT ARQ-ORDLANC
                   MOVE WK-FS-ORDLANC  TO WK-FS-CORRENTE
               WHEN 5
                   OPEN INPUT ARQ-LANCLIB
                   MOVE WK-FS-LANCLIB  TO WK-FS-CORRENTE
               WHEN 6
                   OPEN INPUT ARQ-REVALLAN
                   MOVE WK-FS-REVALLAN TO WK-FS-CORRENTE
               WHEN 7
                   OPEN INPUT ARQ-LANCEXT
                   MOVE WK-FS-LANCEXT  TO WK-FS-CORRENTE
               WHEN 8
                   OPEN INPUT ARQ-LANCDESB
                   MOVE WK-FS-LANCDESB TO WK-FS-CORRENTE
               WHEN 9
                   OPEN INPUT ARQ-LANCJUD
                   MOVE WK-FS-LANCJUD  TO WK-FS-CORRENTE
               WHEN 10
                   OPEN INPUT ARQ-LANCCOM
                   MOVE WK-FS-LANCCOM  TO WK-FS-CORRENTE
               WHEN 11
                   OPEN INPUT ARQ-LANCTED
                   MOVE WK-FS-LANCTED  TO WK-FS-CORRENTE
               WHEN 12
                   OPEN INPUT ARQ-LANCDVT
                   MOVE WK-FS-LANCDVT  TO WK-FS-CORRENTE
               WHEN 13
                   OPEN INPUT ARQ-LANCEST
                   MOVE WK-FS-LANCEST  TO WK-FS-CORRENTE
           END-EVALUATE.
       311-LER-LOTE.
           EVALUATE WK-FEED-NUM
               WHEN 1
                   READ ARQ-LANCGER
                   MOVE WK-FS-LANCGER  TO WK-FS-CORRENTE
                   MOVE REG-LANCGER    TO WK-REG-LIDO
               WHEN 2
                   READ ARQ-LANCFAT
                   MOVE WK-FS-LANCFAT  TO WK-FS-CORRENTE
                   MOVE REG-LANCFAT    TO WK-REG-LIDO
               WHEN 3
                   READ ARQ-LANCTRF
                   MOVE WK-FS-LANCTRF  TO WK-FS-CORRENTE
                   MOVE REG-LANCTRF    TO WK-REG-LIDO
               WHEN 4
                   READ ARQ-ORDLANC
                   MOVE WK-FS-ORDLANC  TO WK-FS-CORRENTE
                   MOVE REG-ORDLANC    TO WK-REG-LIDO
               WHEN 5
                   READ ARQ-LANCLIB
                   MOVE WK-FS-LANCLIB  TO WK-FS-CORRENTE
                   MOVE REG-LANCLIB    TO WK-REG-LIDO
               WHEN 6
                   READ ARQ-REVALLAN
                   MOVE WK-FS-REVALLAN TO WK-FS-CORRENTE
                   MOVE REG-REVALLAN   TO WK-REG-LIDO
               WHEN 7
                   READ ARQ-LANCEXT
                   MOVE WK-FS-LANCEXT  TO WK-FS-CORRENTE
                   MOVE REG-LANCEXT    TO WK-REG-LIDO
               WHEN 8
                   READ ARQ-LANCDESB
                   MOVE WK-FS-LANCDESB TO WK-FS-CORRENTE
                   MOVE REG-LANCDESB   TO WK-REG-LIDO
               WHEN 9
                   READ ARQ-LANCJUD
                   MOVE WK-FS-LANCJUD  TO WK-FS-CORRENTE
                   MOVE REG-LANCJUD    TO WK-REG-LIDO
               WHEN 10
                   READ ARQ-LANCCOM
                   MOVE WK-FS-LANCCOM  TO WK-FS-CORRENTE
                   MOVE REG-LANCCOM    TO WK-REG-LIDO
               WHEN 11
                   READ ARQ-LANCTED
                   MOVE WK-FS-LANCTED  TO WK-FS-CORRENTE
                   MOVE REG-LANCTED    TO WK-REG-LIDO
               WHEN 12
                   READ ARQ-LANCDVT
                   MOVE WK-FS-LANCDVT  TO WK-FS-CORRENTE
                   MOVE REG-LANCDVT    TO WK-REG-LIDO
               WHEN 13
                   READ ARQ-LANCEST
                   MOVE WK-FS-LANCEST  TO WK-FS-CORRENTE
                   MOVE REG-LANCEST    TO WK-REG-LIDO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WK-FS-CORRENTE EQUAL '10'
                   MOVE 'S' TO WK-FEED-FIM
               WHEN WK-FS-CORRENTE NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-CORRENTE
                           ' O COMANDO READ DO LOTE '
                           TAB-FES-ARQUIVO(IDX-FES)
                   MOVE '311-LER-LOTE'           TO WK-ERRO-PARAGRAFO
                   MOVE TAB-FES-ARQUIVO(IDX-FES) TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CORRENTE           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN WK-LIDO-TRAILER-TIPO EQUAL 'T'
                   MOVE 'S' TO WK-FEED-TRAILER
                   MOVE 'S' TO WK-FEED-FIM
                   MOVE WK-LIDO-TRAILER-QTDE TO WK-FEED-TRL-QTDE
                   MOVE WK-LIDO-TRAILER-SOMA TO WK-FEED-TRL-SOMA
               WHEN OTHER
                   ADD 1 TO TAB-FES-QTDE-ARQ(IDX-FES)
                   ADD WK-LIDO-VALOR TO TAB-FES-SOMA-ARQ(IDX-FES)
           END-EVALUATE.
       312-FECHAR-LOTE.
           EVALUATE WK-FEED-NUM
               WHEN 1
                   CLOSE ARQ-LANCGER
               WHEN 2
                   CLOSE ARQ-LANCFAT
               WHEN 3
                   CLOSE ARQ-LANCTRF
               WHEN 4
                   CLOSE ARQ-ORDLANC
               WHEN 5
                   CLOSE ARQ-LANCLIB
               WHEN 6
                   CLOSE ARQ-REVALLAN
               WHEN 7
                   CLOSE ARQ-LANCEXT
               WHEN 8
                   CLOSE ARQ-LANCDESB
               WHEN 9
                   CLOSE ARQ-LANCJUD
               WHEN 10
                   CLOSE ARQ-LANCCOM
               WHEN 11
                   CLOSE ARQ-LANCTED
               WHEN 12
                   CLOSE ARQ-LANCDVT
               WHEN 13
                   CLOSE ARQ-LANCEST
           END-EVALUATE.
       313-LER-FEEDREG.
           READ ARQ-FEEDREG.
           EVALUATE WK-FS-FEEDREG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FEEDREG
                           ' O COMANDO READ FEEDREG'
                   MOVE '313-LER-FEEDREG' TO WK-ERRO-PARAGRAFO
                   MOVE 'FEEDREG'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FEEDREG     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       314-LER-FEEDESP.
           READ ARQ-FEEDESP.
           EVALUATE WK-FS-FEEDESP
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FEEDESP
                           ' O COMANDO READ FEEDESP'
                   MOVE '314-LER-FEEDESP' TO WK-ERRO-PARAGRAFO
                   MOVE 'FEEDESP'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FEEDESP     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       315-LER-APROVACAO.
           READ ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO READ APROVACAO'
                   MOVE '315-LER-APROVACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
                        TO WK-AGE-VALOR
                   MOVE TAB-AGM-REJ-SEQ(WK-ARQ-CORRENTE)
                        TO WK-AGE-REJ
                   MOVE TAB-AGM-REJ-DOC(WK-ARQ-CORRENTE)
                        TO WK-AGE-REJ-DOC
                   MOVE TAB-AGM-TRAILER-OK(WK-ARQ-CORRENTE)
                        TO WK-AGE-TRAILER
                   MOVE WK-LINHA-AGENCIA TO REG-RELATORIO
