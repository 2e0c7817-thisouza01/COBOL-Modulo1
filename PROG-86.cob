       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71986.
       AUTHOR.        THIAGO.
      ********************************************************
      *  CALCULO DO CUSTO EFETIVO TOTAL (CET) DE EMPRESTIMO  *
      *  APLICA AO VALOR E AO PRAZO A TABELA DE TARIFAS DE   *
      *  CONTRATACAO TARIFCET (TARIFA FIXA, PERCENTUAL SOBRE *
      *  O VALOR E PERCENTUAL AO DIA LIMITADO A 365 DIAS,    *
      *  COMO O IOF) E CALCULA O CET MENSAL E ANUAL COMO A   *
      *  TAXA INTERNA DE RETORNO DO FLUXO REAL - VALOR       *
      *  LIQUIDO DAS TARIFAS RECEBIDO NA CONTRATACAO CONTRA  *
      *  AS PRESTACOES INFORMADAS PELO CHAMADOR. USADO NA    *
      *  SIMULACAO (EAD71907) E NA ORIGINACAO (EAD71952)     *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TARIFCET ASSIGN TO TARIFCET
               FILE STATUS IS WK-FS-TARIFCET.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TARIFCET
            RECORDING MODE IS F.
       01  REG-TARIFCET.
           05 FD-CODIGO-TARIFCET          PIC X(4).
           05 FD-DESCRICAO-TARIFCET       PIC X(20).
           05 FD-FIXO-TARIFCET            PIC 9(5)V99.
           05 FD-PERCENTUAL-TARIFCET      PIC 9V9999.
           05 FD-PCT-DIA-TARIFCET         PIC 9V9(6).
           05 FD-DOC-TARIFCET             PIC 9(4).
       WORKING-STORAGE SECTION.
       77  WK-FS-TARIFCET     PIC XX            VALUE SPACES.
       77  WK-TABELA-CARREGADA PIC X            VALUE 'N'.
       77  WK-TABELA-AUSENTE  PIC X             VALUE 'N'.
       77  WK-TABELA-ERRO     PIC X             VALUE 'N'.
       77  WK-TARIFA-RECUSADA PIC X             VALUE 'N'.
       77  WK-DOC-REPETIDO    PIC X             VALUE 'N'.
       77  WK-QTD-TARIFAS     PIC 99            VALUE ZEROS.
       77  WK-DIAS-IOF        PIC 9(5)          VALUE ZEROS.
       77  WK-VALOR-TARIFA    PIC 9(7)V99       VALUE ZEROS.
       77  WK-VALOR-DIARIO    PIC 9(7)V99       VALUE ZEROS.
       77  WK-VALOR-LIQUIDO   PIC S9(7)V99      VALUE ZEROS.
       77  WK-SOMA-PARCELAS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-TAXA-MINIMA     PIC 9V9(12)       VALUE ZEROS.
       77  WK-TAXA-MAXIMA     PIC 9V9(12)       VALUE ZEROS.
       77  WK-TAXA-TESTE      PIC 9V9(12)       VALUE ZEROS.
       77  WK-FATOR-DESCONTO  PIC 9V9(15)       VALUE ZEROS.
       77  WK-DESCONTO        PIC 9V9(15)       VALUE ZEROS.
       77  WK-VALOR-PRESENTE  PIC 9(9)V9(6)     VALUE ZEROS.
       77  WK-IDX-PARCELA     PIC 9(3)          VALUE ZEROS.
       77  WK-ITERACOES-CET   PIC 99            VALUE 45.
       01  TABELA-TARIFAS.
           03 TAR-ENTRY OCCURS 10 TIMES INDEXED BY IDX-TAR.
               05 TAB-TAR-CODIGO          PIC X(4)     VALUE SPACES.
               05 TAB-TAR-FIXO            PIC 9(5)V99  VALUE ZEROS.
               05 TAB-TAR-PERCENTUAL      PIC 9V9999   VALUE ZEROS.
               05 TAB-TAR-PCT-DIA         PIC 9V9(6)   VALUE ZEROS.
               05 TAB-TAR-DOC             PIC 9(4)     VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71986'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
       LINKAGE SECTION.
       01  LK-CET-COM.
           05 LK-CET-VALOR        PIC 9(7)V99.
           05 LK-CET-PRAZO        PIC 9(3).
           05 LK-CET-TARIFAS      PIC 9(7)V99.
           05 LK-CET-QTD-TARIFAS  PIC 99.
           05 LK-CET-TARIFA OCCURS 10 TIMES.
               10 LK-CET-TAR-CODIGO   PIC X(4).
               10 LK-CET-TAR-DOC      PIC 9(4).
               10 LK-CET-TAR-VALOR    PIC 9(7)V99.
           05 LK-CET-TAXA-MES     PIC 99V9999.
           05 LK-CET-TAXA-ANO     PIC 9(4)V99.
           05 LK-CET-RC           PIC 99.
           05 LK-CET-PARCELA      PIC 9(7)V99 OCCURS 600 TIMES.
      *
       PROCEDURE DIVISION USING LK-CET-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           IF LK-CET-RC NOT EQUAL 12
               PERFORM 201-APLICAR-TARIFAS
               PERFORM 203-CALCULAR-CET
           END-IF.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
      *
      *    A TABELA E LIDA NA PRIMEIRA CHAMADA E FICA EM MEMORIA
      *    PARA AS DEMAIS PROPOSTAS DO MESMO PASSO
      *
       101-INICIAR.
           MOVE ZEROS TO LK-CET-RC.
           MOVE ZEROS TO LK-CET-TARIFAS.
           MOVE ZEROS TO LK-CET-QTD-TARIFAS.
           MOVE ZEROS TO LK-CET-TAXA-MES.
           MOVE ZEROS TO LK-CET-TAXA-ANO.
           IF WK-TABELA-CARREGADA EQUAL 'N'
               PERFORM 102-CARREGAR-TARIFCET
               MOVE 'S' TO WK-TABELA-CARREGADA
           END-IF.
           EVALUATE TRUE
               WHEN WK-TABELA-ERRO EQUAL 'S'
                   MOVE 12 TO LK-CET-RC
               WHEN WK-TABELA-AUSENTE EQUAL 'S'
                   OR WK-TARIFA-RECUSADA EQUAL 'S'
                   MOVE 4 TO LK-CET-RC
           END-EVALUATE.
       102-CARREGAR-TARIFCET.
           OPEN INPUT ARQ-TARIFCET.
           EVALUATE WK-FS-TARIFCET
               WHEN '00'
                   PERFORM 301-LER-TARIFCET
                   PERFORM 103-GUARDAR-TARIFA
                       UNTIL WK-FS-TARIFCET = '10'
                   CLOSE ARQ-TARIFCET
               WHEN '35'
                   DISPLAY 'ARQUIVO TARIFCET NAO ENCONTRADO - '
                           'CET SEM TARIFAS'
                   MOVE 'S' TO WK-TABELA-AUSENTE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFCET
                           ' O COMANDO OPEN TARIFCET'
                   MOVE '102-CARREGAR-TARIFCET' TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFCET'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFCET          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 'S' TO WK-TABELA-ERRO
           END-EVALUATE.
      *
      *    O DOCUMENTO DA TARIFA E DE CLIENTE (ABAIXO DE 9500, ONDE
      *    COMECAM AS FAIXAS DO SISTEMA) E UNICO NA TABELA; ZERADO,
      *    O CHAMADOR USA A FAIXA PROPRIA DE TARIFAS DE CONTRATACAO
      *
       103-GUARDAR-TARIFA.
           MOVE 'N' TO WK-DOC-REPETIDO.
           IF FD-DOC-TARIFCET NOT EQUAL ZEROS
               PERFORM 104-CONFERIR-DOC
                   VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > WK-QTD-TARIFAS
           END-IF.
           EVALUATE TRUE
               WHEN WK-QTD-TARIFAS NOT < 10
                   DISPLAY 'TABELA TARIFCET CHEIA - DESPREZADA '
                           FD-CODIGO-TARIFCET
               WHEN FD-DOC-TARIFCET NOT < 9500
                   DISPLAY 'TARIFA ' FD-CODIGO-TARIFCET ' RECUSADA - '
                           'DOCUMENTO ' FD-DOC-TARIFCET
                           ' EM FAIXA RESERVADA DO SISTEMA'
                   MOVE 'S' TO WK-TARIFA-RECUSADA
               WHEN WK-DOC-REPETIDO EQUAL 'S'
                   DISPLAY 'TARIFA ' FD-CODIGO-TARIFCET ' RECUSADA - '
                           'DOCUMENTO ' FD-DOC-TARIFCET
                           ' JA USADO POR OUTRA TARIFA'
                   MOVE 'S' TO WK-TARIFA-RECUSADA
               WHEN OTHER
                   ADD 1 TO WK-QTD-TARIFAS
                   SET IDX-TAR TO WK-QTD-TARIFAS
                   MOVE FD-CODIGO-TARIFCET TO TAB-TAR-CODIGO(IDX-TAR)
                   MOVE FD-FIXO-TARIFCET   TO TAB-TAR-FIXO(IDX-TAR)
                   MOVE FD-PERCENTUAL-TARIFCET
                        TO TAB-TAR-PERCENTUAL(IDX-TAR)
                   MOVE FD-PCT-DIA-TARIFCET
                        TO TAB-TAR-PCT-DIA(IDX-TAR)
                   MOVE FD-DOC-TARIFCET    TO TAB-TAR-DOC(IDX-TAR)
           END-EVALUATE.
           PERFORM 301-LER-TARIFCET.
       104-CONFERIR-DOC.
           IF TAB-TAR-DOC(IDX-TAR) EQUAL FD-DOC-TARIFCET
               MOVE 'S' TO WK-DOC-REPETIDO
           END-IF.
      *******************************************************
       200-CALCULAR SECTION.
      *
      *    O PERCENTUAL AO DIA CORRE 30 DIAS POR PRESTACAO ATE O
      *    LIMITE DE 365 DIAS
      *
       201-APLICAR-TARIFAS.
           COMPUTE WK-DIAS-IOF = LK-CET-PRAZO * 30.
           IF WK-DIAS-IOF > 365
               MOVE 365 TO WK-DIAS-IOF
           END-IF.
           PERFORM 202-CALCULAR-TARIFA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > WK-QTD-TARIFAS.
       202-CALCULAR-TARIFA.
           COMPUTE WK-VALOR-DIARIO ROUNDED =
                   LK-CET-VALOR * TAB-TAR-PCT-DIA(IDX-TAR)
                   * WK-DIAS-IOF / 100.
           COMPUTE WK-VALOR-TARIFA ROUNDED = WK-VALOR-DIARIO
                 + TAB-TAR-FIXO(IDX-TAR)
                 + LK-CET-VALOR * TAB-TAR-PERCENTUAL(IDX-TAR) / 100
               ON SIZE ERROR
                   MOVE 9999999,99 TO WK-VALOR-TARIFA
           END-COMPUTE.
           IF WK-VALOR-TARIFA > ZEROS
               ADD 1 TO LK-CET-QTD-TARIFAS
               MOVE TAB-TAR-CODIGO(IDX-TAR)
                    TO LK-CET-TAR-CODIGO(LK-CET-QTD-TARIFAS)
               MOVE TAB-TAR-DOC(IDX-TAR)
                    TO LK-CET-TAR-DOC(LK-CET-QTD-TARIFAS)
               MOVE WK-VALOR-TARIFA
                    TO LK-CET-TAR-VALOR(LK-CET-QTD-TARIFAS)
               ADD WK-VALOR-TARIFA TO LK-CET-TARIFAS
                   ON SIZE ERROR
                       MOVE 9999999,99 TO LK-CET-TARIFAS
               END-ADD
           END-IF.
      *
      *    A TAXA MENSAL QUE IGUALA O VALOR PRESENTE DAS PRESTACOES
      *    AO VALOR LIQUIDO E ACHADA POR BISSECCAO ENTRE 0% E 99%
      *    AO MES; SEM FLUXO, COM TARIFAS QUE CONSOMEM O VALOR OU
      *    COM PRESTACOES QUE NAO DEVOLVEM O LIQUIDO O CET NAO E
      *    CALCULADO (RC 8)
      *
       203-CALCULAR-CET.
           COMPUTE WK-VALOR-LIQUIDO = LK-CET-VALOR - LK-CET-TARIFAS.
           MOVE ZEROS TO WK-SOMA-PARCELAS.
           IF LK-CET-PRAZO > ZEROS AND LK-CET-PRAZO NOT > 600
               PERFORM 204-SOMAR-PARCELA
                   VARYING WK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WK-IDX-PARCELA > LK-CET-PRAZO
           END-IF.
           IF LK-CET-PRAZO EQUAL ZEROS
               OR LK-CET-PRAZO > 600
               OR WK-VALOR-LIQUIDO NOT > ZEROS
               OR WK-SOMA-PARCELAS < WK-VALOR-LIQUIDO
               MOVE 8 TO LK-CET-RC
           ELSE
               MOVE ZEROS   TO WK-TAXA-MINIMA
               MOVE 0,99    TO WK-TAXA-MAXIMA
               MOVE WK-TAXA-MAXIMA TO WK-TAXA-TESTE
               PERFORM 206-DESCONTAR-FLUXO
               IF WK-VALOR-PRESENTE > WK-VALOR-LIQUIDO
                   MOVE 8 TO LK-CET-RC
               ELSE
                   PERFORM 205-BISSECAR WK-ITERACOES-CET TIMES
                   COMPUTE LK-CET-TAXA-MES ROUNDED =
                           WK-TAXA-MINIMA * 100
                   COMPUTE LK-CET-TAXA-ANO ROUNDED =
                           ((1 + WK-TAXA-MINIMA) ** 12 - 1) * 100
                       ON SIZE ERROR
                           MOVE 9999,99 TO LK-CET-TAXA-ANO
                   END-COMPUTE
               END-IF
           END-IF.
       204-SOMAR-PARCELA.
           ADD LK-CET-PARCELA(WK-IDX-PARCELA) TO WK-SOMA-PARCELAS.
       205-BISSECAR.
           COMPUTE WK-TAXA-TESTE ROUNDED =
                   (WK-TAXA-MINIMA + WK-TAXA-MAXIMA) / 2.
           PERFORM 206-DESCONTAR-FLUXO.
           IF WK-VALOR-PRESENTE > WK-VALOR-LIQUIDO
               MOVE WK-TAXA-TESTE TO WK-TAXA-MINIMA
           ELSE
               MOVE WK-TAXA-TESTE TO WK-TAXA-MAXIMA
           END-IF.
       206-DESCONTAR-FLUXO.
           COMPUTE WK-FATOR-DESCONTO ROUNDED =
                   1 / (1 + WK-TAXA-TESTE).
           MOVE 1     TO WK-DESCONTO.
           MOVE ZEROS TO WK-VALOR-PRESENTE.
           PERFORM 207-DESCONTAR-PARCELA
               VARYING WK-IDX-PARCELA FROM 1 BY 1
               UNTIL WK-IDX-PARCELA > LK-CET-PRAZO.
       207-DESCONTAR-PARCELA.
           COMPUTE WK-DESCONTO ROUNDED =
                   WK-DESCONTO * WK-FATOR-DESCONTO.
           COMPUTE WK-VALOR-PRESENTE ROUNDED = WK-VALOR-PRESENTE
                   + LK-CET-PARCELA(WK-IDX-PARCELA) * WK-DESCONTO.
      *******************************************************
       300-LER SECTION.
       301-LER-TARIFCET.
           READ ARQ-TARIFCET.
           EVALUATE WK-FS-TARIFCET
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFCET
                           ' O COMANDO READ TARIFCET'
                   MOVE '301-LER-TARIFCET' TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFCET'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFCET     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE ZEROS TO WK-QTD-TARIFAS
                   MOVE 'S'   TO WK-TABELA-ERRO
                   MOVE '10'  TO WK-FS-TARIFCET
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
