      *  CONTRA OS LIMITES DE POLITICA E O CADASTRO,         *
      *  CONTABILIZA OS CONTRATOS APROVADOS NO EMPMST E      *
      *  EMITE O CREDITO DE LIBERACAO NO LAYOUT LANCAM       *
      *  LOTE LANCDESB REGISTRADO NO FEEDREG (EAD71973)      *
      *  PROPOSTAS POS-FIXADAS (INDEXADOR + SPREAD) TOMAM A  *
      *  TAXA DO INDICES VIGENTE NA DATA DE MOVIMENTO E      *
      *  RECEBEM A DATA DO PRIMEIRO REAJUSTE (EAD71979)      *
      *  O CUSTO EFETIVO TOTAL (CET) DE CADA PROPOSTA E      *
      *  CALCULADO PELO EAD71986 COM A TABELA TARIFCET; A    *
      *  PROPOSTA COM CET ACIMA DO TETO DA POLITICA E        *
      *  RECUSADA, O CET FICA NO CONTRATO E AS TARIFAS SAO   *
      *  DEBITADAS NO LANCDESB JUNTO COM A LIBERACAO         *
      *  COMO OS DOCS DAS TARIFAS SE REPETEM EM CADA         *
      *  CONTRATO, SO UMA PROPOSTA POR CONTA E APROVADA NO   *
      *  DIA; AS DEMAIS SAO RECUSADAS E VOLTAM NO DIA        *
      *  SEGUINTE                                            *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PROPOSTA.
           SELECT ARQ-POLITICA ASSIGN TO POLITICA
               FILE STATUS IS WK-FS-POLITICA.
           SELECT ARQ-INDICES ASSIGN TO INDICES
               FILE STATUS IS WK-FS-INDICES.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-EMPMST ASSIGN TO EMPMST
           05 FD-PRAZO-PROPOSTA           PIC 9(3).
           05 FD-TAXA-PROPOSTA            PIC 9V99.
           05 FD-METODO-PROPOSTA          PIC X.
           05 FD-INDEXADOR-PROPOSTA       PIC X(4).
           05 FD-SPREAD-PROPOSTA          PIC 9V99.
           05 FD-PERIODO-PROPOSTA         PIC 99.
       FD   ARQ-POLITICA
            RECORDING MODE IS F.
       01  REG-POLITICA.
           05 FD-TAXA-MIN-POLITICA        PIC 9V99.
           05 FD-TAXA-MAX-POLITICA        PIC 9V99.
           05 FD-COMPROMET-POLITICA       PIC 99.
           05 FD-CET-MAX-POLITICA         PIC 9(4)V99.
       FD   ARQ-INDICES
            RECORDING MODE IS F.
       01  REG-INDICES.
           05 FD-CODIGO-INDICES           PIC X(4).
           05 FD-VIGENCIA-INDICES         PIC 9(8).
           05 FD-TAXA-INDICES             PIC 9V9999.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
       01  REG-CLIENTEN.
           05 FD-CHAVE-EMPMST.
               10 FD-AGENCIA-EMPMST       PIC X(4).
               10 FD-CONTA-EMPMST         PIC 9(5).
               10 FD-CONTRATO-EMPMST      PIC 9(3).
           05 FD-DIVIDA-EMPMST            PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMST         PIC 9(5)V99.
           05 FD-TAXA-EMPMST              PIC 9V99.
           05 FD-DATA-INICIO-EMPMST       PIC 9(8).
           05 FD-PRAZO-EMPMST             PIC 9(3).
           05 FD-METODO-EMPMST            PIC X.
           05 FD-INDEXADOR-EMPMST         PIC X(4).
           05 FD-SPREAD-EMPMST            PIC 9V99.
           05 FD-PERIODO-REAJ-EMPMST      PIC 99.
           05 FD-DATA-REAJ-EMPMST         PIC 9(8).
           05 FD-CET-MES-EMPMST           PIC 99V9999.
           05 FD-CET-ANO-EMPMST           PIC 9(4)V99.
       FD   ARQ-EMPMSTN
            RECORDING MODE IS F.
       01  REG-EMPMSTN.
           05 FD-CHAVE-EMPMSTN.
               10 FD-AGENCIA-EMPMSTN      PIC X(4).
               10 FD-CONTA-EMPMSTN        PIC 9(5).
               10 FD-CONTRATO-EMPMSTN     PIC 9(3).
           05 FD-DIVIDA-EMPMSTN           PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMSTN        PIC 9(5)V99.
           05 FD-TAXA-EMPMSTN             PIC 9V99.
           05 FD-DATA-INICIO-EMPMSTN      PIC 9(8).
           05 FD-PRAZO-EMPMSTN            PIC 9(3).
           05 FD-METODO-EMPMSTN           PIC X.
           05 FD-INDEXADOR-EMPMSTN        PIC X(4).
           05 FD-SPREAD-EMPMSTN           PIC 9V99.
           05 FD-PERIODO-REAJ-EMPMSTN     PIC 99.
           05 FD-DATA-REAJ-EMPMSTN        PIC 9(8).
           05 FD-CET-MES-EMPMSTN          PIC 99V9999.
           05 FD-CET-ANO-EMPMSTN          PIC 9(4)V99.
       FD   ARQ-LANCDESB
            RECORDING MODE IS F.
       01  REG-LANCDESB.
       WORKING-STORAGE SECTION.
       77  WK-FS-PROPOSTA     PIC XX            VALUE SPACES.
       77  WK-FS-POLITICA     PIC XX            VALUE SPACES.
       77  WK-FS-INDICES      PIC XX            VALUE SPACES.
       77  WK-FS-CLIENTEN     PIC XX            VALUE SPACES.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-EMPMSTN      PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       77  WK-DOC-DESEMBOLSO  PIC 9(4)          VALUE 9500.
       77  WK-DOC-TARIFA-CET  PIC 9(4)          VALUE 9810.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
       77  WK-TAXA-MIN        PIC 9V99          VALUE ZEROS.
       77  WK-TAXA-MAX        PIC 9V99          VALUE ZEROS.
       77  WK-COMPROMET-PCT   PIC 99            VALUE ZEROS.
       77  WK-CET-MAX         PIC 9(4)V99       VALUE ZEROS.
       77  WK-PRESTACAO       PIC 9(5)V99       VALUE ZEROS.
       77  WK-LIMITE-PRESTACAO PIC 9(8)V99      VALUE ZEROS.
       77  WK-TAXA-MENSAL     PIC 9V9(6)        VALUE ZEROS.
       77  WK-CONTADOR-RECUSADAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-COPIADOS PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-DESEMBOLSOS PIC 9(9)V99      VALUE ZEROS.
       77  WK-CONTADOR-TARIFAS PIC 9(9)         VALUE ZEROS.
       77  WK-SOMA-TARIFAS    PIC 9(9)V99       VALUE ZEROS.
       77  WK-QTDE-LANCDESB   PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-LANCDESB   PIC 9(9)V99       VALUE ZEROS.
       77  WK-IDX-FLUXO       PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-TARIFA      PIC 99            VALUE ZEROS.
       77  WK-SALDO-FLUXO     PIC 9(7)V99       VALUE ZEROS.
       77  WK-AMORTIZACAO     PIC 9(7)V99       VALUE ZEROS.
       77  WK-AMORTIZACAO-PARCELA PIC 9(7)V99   VALUE ZEROS.
       77  WK-TARIFCET-AVISADA PIC X            VALUE 'N'.
       77  WK-CONTA-ULTIMO    PIC X(9)          VALUE LOW-VALUES.
       77  WK-CONTA-APROVADA  PIC X(9)          VALUE LOW-VALUES.
       77  WK-ULTIMO-CONTRATO PIC 9(3)          VALUE ZEROS.
       77  WK-NOVO-CONTRATO   PIC 9(3)          VALUE ZEROS.
       77  WK-MAX-CONTRATOS   PIC 9(3)          VALUE 98.
       77  WK-TAXA-CONTRATO   PIC 9V99          VALUE ZEROS.
       77  WK-TAXA-INDICE     PIC 9V9999        VALUE ZEROS.
       77  WK-VIGENCIA-ACHADA PIC 9(8)          VALUE ZEROS.
       77  WK-INDICE-ACHADO   PIC X             VALUE 'N'.
       77  WK-TAXA-ESTOURO    PIC X             VALUE 'N'.
       77  WK-QTD-INDICES     PIC 9(3)          VALUE ZEROS.
       77  WK-MESES-SOMA      PIC 9(5)          VALUE ZEROS.
       77  WK-ANOS-SOMA       PIC 9(4)          VALUE ZEROS.
       77  WK-MES-RESTO       PIC 99            VALUE ZEROS.
       01  WK-CET-COM.
           05 WK-CET-VALOR        PIC 9(7)V99   VALUE ZEROS.
           05 WK-CET-PRAZO        PIC 9(3)      VALUE ZEROS.
           05 WK-CET-TARIFAS      PIC 9(7)V99   VALUE ZEROS.
           05 WK-CET-QTD-TARIFAS  PIC 99        VALUE ZEROS.
           05 WK-CET-TARIFA OCCURS 10 TIMES.
               10 WK-CET-TAR-CODIGO   PIC X(4).
               10 WK-CET-TAR-DOC      PIC 9(4).
               10 WK-CET-TAR-VALOR    PIC 9(7)V99.
           05 WK-CET-TAXA-MES     PIC 99V9999   VALUE ZEROS.
           05 WK-CET-TAXA-ANO     PIC 9(4)V99   VALUE ZEROS.
           05 WK-CET-RC           PIC 99        VALUE ZEROS.
           05 WK-CET-PARCELA      PIC 9(7)V99 OCCURS 600 TIMES.
       01  WK-DATA-REAJUSTE.
           05 WK-REA-ANO          PIC 9(4).
           05 WK-REA-MES          PIC 99.
           05 WK-REA-DIA          PIC 99.
       01  TABELA-INDICES.
           03 INDICES-ENTRY OCCURS 300 TIMES INDEXED BY IDX-IND.
               05 TAB-IND-CODIGO          PIC X(4)     VALUE SPACES.
               05 TAB-IND-VIGENCIA        PIC 9(8)     VALUE ZEROS.
               05 TAB-IND-TAXA            PIC 9V9999   VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'ORIGINACAO DE EMPRESTIMOS'.
       01  WK-LINHA-PROPOSTA.
           05 FILLER              PIC X(9)  VALUE 'PROPOSTA '.
           05 WK-PRO-CHAVE        PIC X(12).
           05 FILLER              PIC X(7)  VALUE ' VALOR '.
           05 WK-PRO-VALOR        PIC Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-PRO-TEXTO        PIC X(30).
       01  WK-LINHA-CET.
           05 FILLER              PIC X(13) VALUE '         CET '.
           05 WK-LCT-MES          PIC Z9,9999.
           05 FILLER              PIC X(7)  VALUE '% A.M. '.
           05 WK-LCT-ANO          PIC ZZZ9,99.
           05 FILLER              PIC X(15) VALUE '% A.A. TARIFAS '.
           05 WK-LCT-TARIFAS      PIC Z.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71952'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCDESB'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71952'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
       101-INICIAR.
           PERFORM 103-OBTER-DATA-MOVIMENTO.
           PERFORM 102-CARREGAR-POLITICA.
           PERFORM 104-CARREGAR-INDICES.
           OPEN INPUT ARQ-PROPOSTA.
           EVALUATE WK-FS-PROPOSTA
               WHEN '00'
                       MOVE FD-TAXA-MAX-POLITICA  TO WK-TAXA-MAX
                       MOVE FD-COMPROMET-POLITICA
                            TO WK-COMPROMET-PCT
                       MOVE FD-CET-MAX-POLITICA   TO WK-CET-MAX
                   END-IF
                   CLOSE ARQ-POLITICA
               WHEN '35'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-CET-MAX EQUAL ZEROS
               DISPLAY 'POLITICA SEM TETO DE CET - CET NAO LIMITADO'
           END-IF.
       104-CARREGAR-INDICES.
           OPEN INPUT ARQ-INDICES.
           EVALUATE WK-FS-INDICES
               WHEN '00'
                   PERFORM 304-LER-INDICES
                   PERFORM 105-GUARDAR-INDICE
                       UNTIL WK-FS-INDICES EQUAL '10'
                   CLOSE ARQ-INDICES
               WHEN '35'
                   DISPLAY 'ARQUIVO INDICES NAO ENCONTRADO - PROPOSTAS '
                           'POS-FIXADAS SERAO RECUSADAS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-INDICES
                           ' O COMANDO OPEN INDICES'
                   MOVE '104-CARREGAR-INDICES' TO WK-ERRO-PARAGRAFO
                   MOVE 'INDICES'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-INDICES          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-INDICE.
           IF WK-QTD-INDICES NOT < 300
               DISPLAY 'TABELA DE INDICES CHEIA - DESPREZADO '
                       FD-CODIGO-INDICES ' ' FD-VIGENCIA-INDICES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-INDICES
               SET IDX-IND TO WK-QTD-INDICES
               MOVE FD-CODIGO-INDICES   TO TAB-IND-CODIGO(IDX-IND)
               MOVE FD-VIGENCIA-INDICES TO TAB-IND-VIGENCIA(IDX-IND)
               MOVE FD-TAXA-INDICES     TO TAB-IND-TAXA(IDX-IND)
           END-IF.
           PERFORM 304-LER-INDICES.
      *******************************************************
       200-PROCESSAR SECTION.
      *
      *    OS CONTRATOS DA CONTA SAO COPIADOS ANTES DAS PROPOSTAS
      *    DELA, PARA QUE O NOVO CONTRATO RECEBA O NUMERO SEGUINTE
      *    AO ULTIMO JA CONTABILIZADO
      *
       201-PROCESSAR.
           EVALUATE TRUE
               WHEN FD-CHAVE-EMPMST(1:9) NOT > FD-CHAVE-PROPOSTA
                   PERFORM 208-REGISTRAR-CONTRATO-CONTA
                   MOVE REG-EMPMST TO REG-EMPMSTN
                   PERFORM 204-GRAVAR-EMPMSTN
                   ADD 1 TO WK-CONTADOR-COPIADOS
                   PERFORM 303-LER-EMPMST
               WHEN OTHER
                   PERFORM 202-AVALIAR-PROPOSTA
                   PERFORM 301-LER-PROPOSTA
           END-EVALUATE.
       208-REGISTRAR-CONTRATO-CONTA.
           MOVE FD-CHAVE-EMPMST(1:9) TO WK-CONTA-ULTIMO.
           MOVE FD-CONTRATO-EMPMST   TO WK-ULTIMO-CONTRATO.
       202-AVALIAR-PROPOSTA.
           MOVE 'S'    TO WK-PROPOSTA-VALIDA.
           MOVE SPACES TO WK-MOTIVO-RECUSA.
           IF FD-CHAVE-PROPOSTA NOT EQUAL WK-CONTA-ULTIMO
               MOVE FD-CHAVE-PROPOSTA TO WK-CONTA-ULTIMO
               MOVE ZEROS TO WK-ULTIMO-CONTRATO
           END-IF.
           COMPUTE WK-NOVO-CONTRATO = WK-ULTIMO-CONTRATO + 1.
           PERFORM 206-LOCALIZAR-CLIENTE.
           PERFORM 210-DEFINIR-TAXA.
           PERFORM 203-CALCULAR-PRESTACAO.
           PERFORM 213-CALCULAR-CET.
           EVALUATE TRUE
               WHEN FD-VALOR-PROPOSTA > 999999,99
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'VALOR ACIMA DO CAMPO LANCAM'
                        TO WK-MOTIVO-RECUSA
               WHEN FD-INDEXADOR-PROPOSTA NOT EQUAL SPACES
                   AND FD-PERIODO-PROPOSTA EQUAL ZEROS
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'PERIODO DE REAJUSTE INVALIDO'
                        TO WK-MOTIVO-RECUSA
               WHEN FD-INDEXADOR-PROPOSTA NOT EQUAL SPACES
                   AND WK-INDICE-ACHADO EQUAL 'N'
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'INDEXADOR SEM TAXA VIGENTE'
                        TO WK-MOTIVO-RECUSA
               WHEN FD-PRAZO-PROPOSTA EQUAL ZEROS
                   OR FD-PRAZO-PROPOSTA > WK-PRAZO-MAX
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'PRAZO FORA DA POLITICA'
                        TO WK-MOTIVO-RECUSA
               WHEN WK-TAXA-ESTOURO EQUAL 'S'
                   OR WK-TAXA-CONTRATO < WK-TAXA-MIN
                   OR WK-TAXA-CONTRATO > WK-TAXA-MAX
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'TAXA FORA DA POLITICA'
                        TO WK-MOTIVO-RECUSA
               WHEN WK-CET-RC EQUAL 8
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'CET NAO CALCULAVEL'
                        TO WK-MOTIVO-RECUSA
               WHEN WK-CET-MAX > ZEROS
                   AND WK-CET-TAXA-ANO > WK-CET-MAX
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'CET ACIMA DA POLITICA'
                        TO WK-MOTIVO-RECUSA
               WHEN FD-CHAVE-CLIENTEN NOT EQUAL FD-CHAVE-PROPOSTA
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'CONTA SEM CADASTRO'
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'PRESTACAO ACIMA DO LIMITE'
                        TO WK-MOTIVO-RECUSA
               WHEN WK-ULTIMO-CONTRATO NOT < WK-MAX-CONTRATOS
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'LIMITE DE CONTRATOS NA CONTA'
                        TO WK-MOTIVO-RECUSA
               WHEN FD-CHAVE-PROPOSTA EQUAL WK-CONTA-APROVADA
                   MOVE 'N' TO WK-PROPOSTA-VALIDA
                   MOVE 'CONTA JA CONTRATOU NO DIA'
                        TO WK-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE FD-VALOR-PROPOSTA TO WK-PRO-VALOR.
           IF WK-PROPOSTA-VALIDA EQUAL 'S'
               PERFORM 207-CONTRATAR-PROPOSTA
               MOVE FD-CHAVE-EMPMSTN TO WK-PRO-CHAVE
               MOVE WK-NOVO-CONTRATO TO WK-ULTIMO-CONTRATO
               MOVE FD-CHAVE-PROPOSTA TO WK-CONTA-APROVADA
               MOVE 'APROVADA' TO WK-PRO-TEXTO
               ADD 1 TO WK-CONTADOR-APROVADAS
           ELSE
           END-IF.
           MOVE WK-LINHA-PROPOSTA TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           IF WK-PROPOSTA-VALIDA EQUAL 'S'
              OR WK-MOTIVO-RECUSA EQUAL 'CET ACIMA DA POLITICA'
               MOVE WK-CET-TAXA-MES TO WK-LCT-MES
               MOVE WK-CET-TAXA-ANO TO WK-LCT-ANO
               MOVE WK-CET-TARIFAS  TO WK-LCT-TARIFAS
               MOVE WK-LINHA-CET    TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
           END-IF.
       206-LOCALIZAR-CLIENTE.
           PERFORM 302-LER-CLIENTEN
               UNTIL FD-CHAVE-CLIENTEN NOT < FD-CHAVE-PROPOSTA.
           COMPUTE WK-LIMITE-PRESTACAO ROUNDED =
                   FD-LIMITE-CLIENTEN * WK-COMPROMET-PCT / 100.
       203-CALCULAR-PRESTACAO.
           COMPUTE WK-TAXA-MENSAL = WK-TAXA-CONTRATO / 100.
           IF FD-PRAZO-PROPOSTA EQUAL ZEROS
               MOVE ZEROS TO WK-PRESTACAO
           ELSE
                   WK-VALOR-PRESENTE / (1 + WK-TAXA-MENSAL).
           ADD WK-VALOR-PRESENTE TO WK-FATOR-DESCONTO.
           ADD 1 TO WK-PARCELA.
      *
      *    A TAXA DO CONTRATO POS-FIXADO E A DO INDEXADOR VIGENTE
      *    NA DATA DE MOVIMENTO (MAIOR VIGENCIA NAO POSTERIOR A ELA)
      *    ACRESCIDA DO SPREAD DA PROPOSTA
      *
       210-DEFINIR-TAXA.
           MOVE 'N' TO WK-TAXA-ESTOURO.
           IF FD-INDEXADOR-PROPOSTA EQUAL SPACES
               MOVE 'S'              TO WK-INDICE-ACHADO
               MOVE FD-TAXA-PROPOSTA TO WK-TAXA-CONTRATO
           ELSE
               MOVE 'N'   TO WK-INDICE-ACHADO
               MOVE ZEROS TO WK-VIGENCIA-ACHADA
               MOVE ZEROS TO WK-TAXA-INDICE
               MOVE ZEROS TO WK-TAXA-CONTRATO
               PERFORM 211-PESQUISAR-INDICE
                   VARYING IDX-IND FROM 1 BY 1
                   UNTIL IDX-IND > WK-QTD-INDICES
               IF WK-INDICE-ACHADO EQUAL 'S'
                   COMPUTE WK-TAXA-CONTRATO ROUNDED =
                           WK-TAXA-INDICE + FD-SPREAD-PROPOSTA
                       ON SIZE ERROR
                           MOVE 'S' TO WK-TAXA-ESTOURO
                   END-COMPUTE
               END-IF
           END-IF.
       211-PESQUISAR-INDICE.
           IF TAB-IND-CODIGO(IDX-IND) EQUAL FD-INDEXADOR-PROPOSTA
              AND TAB-IND-VIGENCIA(IDX-IND) NOT > WK-DATA-PROCESSAMENTO
              AND TAB-IND-VIGENCIA(IDX-IND) NOT < WK-VIGENCIA-ACHADA
               MOVE 'S'                       TO WK-INDICE-ACHADO
               MOVE TAB-IND-VIGENCIA(IDX-IND) TO WK-VIGENCIA-ACHADA
               MOVE TAB-IND-TAXA(IDX-IND)     TO WK-TAXA-INDICE
           END-IF.
      *
      *    O PRIMEIRO REAJUSTE CAI PERIODO MESES APOS O INICIO; DIAS
      *    ACIMA DE 28 SAO TRAZIDOS PARA 28 PARA VALER EM TODO MES
      *
       212-CALCULAR-REAJUSTE.
           MOVE WK-DATA-PROCESSAMENTO TO WK-DATA-REAJUSTE.
           COMPUTE WK-MESES-SOMA = WK-REA-MES - 1
                                 + FD-PERIODO-PROPOSTA.
           DIVIDE WK-MESES-SOMA BY 12 GIVING WK-ANOS-SOMA
                  REMAINDER WK-MES-RESTO.
           ADD WK-ANOS-SOMA TO WK-REA-ANO.
           COMPUTE WK-REA-MES = WK-MES-RESTO + 1.
           IF WK-REA-DIA > 28
               MOVE 28 TO WK-REA-DIA
           END-IF.
      *
      *    O CET E A TAXA INTERNA DO FLUXO REAL: O VALOR LIQUIDO DAS
      *    TARIFAS CONTRA AS PRESTACOES DO METODO DA PROPOSTA (NO
      *    POS-FIXADO, PROJETADAS PELA TAXA VIGENTE)
      *
       213-CALCULAR-CET.
           MOVE FD-VALOR-PROPOSTA TO WK-CET-VALOR.
           MOVE FD-PRAZO-PROPOSTA TO WK-CET-PRAZO.
           IF FD-PRAZO-PROPOSTA > ZEROS
              AND FD-PRAZO-PROPOSTA NOT > 600
               MOVE FD-VALOR-PROPOSTA TO WK-SALDO-FLUXO
               COMPUTE WK-AMORTIZACAO ROUNDED =
                       FD-VALOR-PROPOSTA / FD-PRAZO-PROPOSTA
               PERFORM 214-MONTAR-PARCELA
                   VARYING WK-IDX-FLUXO FROM 1 BY 1
                   UNTIL WK-IDX-FLUXO > FD-PRAZO-PROPOSTA
           END-IF.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           CALL 'EAD71986' USING WK-CET-COM.
           MOVE WK-RC-SALVO TO RETURN-CODE.
           IF WK-CET-RC EQUAL 12
               DISPLAY 'ERRO NA TABELA TARIFCET - CONTRATACAO '
                       'INTERROMPIDA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-CET-RC EQUAL 4
              AND WK-TARIFCET-AVISADA EQUAL 'N'
               MOVE 'S' TO WK-TARIFCET-AVISADA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       214-MONTAR-PARCELA.
           IF FD-METODO-PROPOSTA EQUAL 'S'
               IF WK-IDX-FLUXO EQUAL FD-PRAZO-PROPOSTA
                   MOVE WK-SALDO-FLUXO TO WK-AMORTIZACAO-PARCELA
               ELSE
                   MOVE WK-AMORTIZACAO TO WK-AMORTIZACAO-PARCELA
               END-IF
               COMPUTE WK-CET-PARCELA(WK-IDX-FLUXO) ROUNDED =
                       WK-AMORTIZACAO-PARCELA
                     + WK-SALDO-FLUXO * WK-TAXA-MENSAL
               SUBTRACT WK-AMORTIZACAO-PARCELA FROM WK-SALDO-FLUXO
           ELSE
               MOVE WK-PRESTACAO TO WK-CET-PARCELA(WK-IDX-FLUXO)
           END-IF.
       207-CONTRATAR-PROPOSTA.
           MOVE FD-AGENCIA-PROPOSTA TO FD-AGENCIA-EMPMSTN.
           MOVE FD-CONTA-PROPOSTA  TO FD-CONTA-EMPMSTN.
           MOVE WK-NOVO-CONTRATO   TO FD-CONTRATO-EMPMSTN.
           MOVE FD-VALOR-PROPOSTA  TO FD-DIVIDA-EMPMSTN.
           MOVE WK-PRESTACAO       TO FD-PRESTACAO-EMPMSTN.
           MOVE WK-TAXA-CONTRATO   TO FD-TAXA-EMPMSTN.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-INICIO-EMPMSTN.
           MOVE FD-PRAZO-PROPOSTA  TO FD-PRAZO-EMPMSTN.
           MOVE FD-METODO-PROPOSTA TO FD-METODO-EMPMSTN.
           MOVE WK-CET-TAXA-MES    TO FD-CET-MES-EMPMSTN.
           MOVE WK-CET-TAXA-ANO    TO FD-CET-ANO-EMPMSTN.
           IF FD-INDEXADOR-PROPOSTA EQUAL SPACES
               MOVE SPACES TO FD-INDEXADOR-EMPMSTN
               MOVE ZEROS  TO FD-SPREAD-EMPMSTN
               MOVE ZEROS  TO FD-PERIODO-REAJ-EMPMSTN
               MOVE ZEROS  TO FD-DATA-REAJ-EMPMSTN
           ELSE
               PERFORM 212-CALCULAR-REAJUSTE
               MOVE FD-INDEXADOR-PROPOSTA TO FD-INDEXADOR-EMPMSTN
               MOVE FD-SPREAD-PROPOSTA    TO FD-SPREAD-EMPMSTN
               MOVE FD-PERIODO-PROPOSTA   TO FD-PERIODO-REAJ-EMPMSTN
               MOVE WK-DATA-REAJUSTE      TO FD-DATA-REAJ-EMPMSTN
           END-IF.
           PERFORM 204-GRAVAR-EMPMSTN.
           MOVE FD-CHAVE-PROPOSTA TO FD-CHAVE-LANCDESB.
           COMPUTE FD-DOC-LANCDESB = WK-DOC-DESEMBOLSO
                                   + WK-NOVO-CONTRATO.
           MOVE 'C'               TO FD-TIPO-LANCDESB.
           MOVE FD-VALOR-PROPOSTA TO FD-VALOR-LANCDESB.
           MOVE SPACE             TO FD-TIPO-ORIGEM-LANCDESB.
               STOP RUN
           END-IF.
           ADD FD-VALOR-PROPOSTA TO WK-SOMA-DESEMBOLSOS.
           PERFORM 215-DEBITAR-TARIFA
               VARYING WK-IDX-TARIFA FROM 1 BY 1
               UNTIL WK-IDX-TARIFA > WK-CET-QTD-TARIFAS.
      *
      *    CADA TARIFA DO CET E DEBITADA NA CONTA COM O DOCUMENTO DA
      *    TABELA TARIFCET; SEM DOCUMENTO, COM A FAIXA PROPRIA DAS
      *    TARIFAS DE CONTRATACAO (9810 + ORDEM DA TARIFA), UM
      *    DOCUMENTO POR TARIFA, FORA DOS 9801-9804 DO EAD71923
      *
       215-DEBITAR-TARIFA.
           MOVE FD-CHAVE-PROPOSTA TO FD-CHAVE-LANCDESB.
           IF WK-CET-TAR-DOC(WK-IDX-TARIFA) EQUAL ZEROS
               COMPUTE FD-DOC-LANCDESB = WK-DOC-TARIFA-CET
                                       + WK-IDX-TARIFA
           ELSE
               MOVE WK-CET-TAR-DOC(WK-IDX-TARIFA) TO FD-DOC-LANCDESB
           END-IF.
           MOVE 'D'               TO FD-TIPO-LANCDESB.
           MOVE WK-CET-TAR-VALOR(WK-IDX-TARIFA) TO FD-VALOR-LANCDESB.
           MOVE SPACE             TO FD-TIPO-ORIGEM-LANCDESB.
           MOVE 'BR'              TO FD-MOEDA-LANCDESB.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-LANCDESB.
           WRITE REG-LANCDESB.
           IF WK-FS-LANCDESB NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCDESB
                       ' O COMANDO WRITE LANCDESB'
               MOVE '215-DEBITAR-TARIFA' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCDESB'           TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCDESB       TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                 TO WK-CONTADOR-TARIFAS.
           ADD FD-VALOR-LANCDESB TO WK-SOMA-TARIFAS.
       204-GRAVAR-EMPMSTN.
           WRITE REG-EMPMSTN.
           IF WK-FS-EMPMSTN NOT EQUAL '00'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-INDICES.
           READ ARQ-INDICES.
           EVALUATE WK-FS-INDICES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-INDICES
                           ' O COMANDO READ INDICES'
                   MOVE '304-LER-INDICES' TO WK-ERRO-PARAGRAFO
                   MOVE 'INDICES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-INDICES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-CONTADOR-RECUSADAS         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'TARIFAS DEBITADAS        = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-TARIFAS           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'CONTRATOS COPIADOS       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-COPIADOS          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
                   WK-CONTADOR-APROVADAS ' RECUSADAS '
                   WK-CONTADOR-RECUSADAS.
       902-GRAVAR-TRAILER-LANCDESB.
           COMPUTE WK-QTDE-LANCDESB = WK-CONTADOR-APROVADAS
                                    + WK-CONTADOR-TARIFAS.
           COMPUTE WK-SOMA-LANCDESB = WK-SOMA-DESEMBOLSOS
                                    + WK-SOMA-TARIFAS.
           MOVE SPACES                TO REG-LANCDESB.
           MOVE WK-QTDE-LANCDESB      TO FD-TRAILER-QTDE.
           MOVE 'T'                   TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-LANCDESB      TO FD-TRAILER-SOMA.
           WRITE REG-LANCDESB.
           IF WK-FS-LANCDESB NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCDESB
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-QTDE-LANCDESB TO WK-FED-QTDE.
           MOVE WK-SOMA-LANCDESB TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
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
