       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71979 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  REAJUSTE DOS CONTRATOS POS-FIXADOS - NA DATA DE     *
      *  REAJUSTE RECALCULA A TAXA (INDEXADOR VIGENTE NO     *
      *  INDICES + SPREAD) E A PRESTACAO SOBRE O SALDO DAS   *
      *  PARCELAS RESTANTES, GUARDA AS CONDICOES ANTERIORES  *
      *  NO REAJHIST E GERA O EMPMSTN COM A NOVA PRESTACAO,  *
      *  QUE O EAD71932 PASSA A FATURAR                      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPMST ASSIGN TO EMPMST
               FILE STATUS IS WK-FS-EMPMST.
           SELECT ARQ-INDICES ASSIGN TO INDICES
               FILE STATUS IS WK-FS-INDICES.
           SELECT ARQ-EMPMSTN ASSIGN TO EMPMSTN
               FILE STATUS IS WK-FS-EMPMSTN.
           SELECT ARQ-REAJHIST ASSIGN TO REAJHIST
               FILE STATUS IS WK-FS-REAJHIST.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPMST
            RECORDING MODE IS F.
       01  REG-EMPMST.
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
       FD   ARQ-INDICES
            RECORDING MODE IS F.
       01  REG-INDICES.
           05 FD-CODIGO-INDICES           PIC X(4).
           05 FD-VIGENCIA-INDICES         PIC 9(8).
           05 FD-TAXA-INDICES             PIC 9V9999.
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
       FD   ARQ-REAJHIST
            RECORDING MODE IS F.
       01  REG-REAJHIST.
           05 FD-CHAVE-REAJHIST           PIC X(12).
           05 FD-DATA-REAJHIST            PIC 9(8).
           05 FD-INDEXADOR-REAJHIST       PIC X(4).
           05 FD-TAXA-INDICE-REAJHIST     PIC 9V9999.
           05 FD-SALDO-REAJHIST           PIC 9(7)V99.
           05 FD-PRESTACAO-ANT-REAJHIST   PIC 9(5)V99.
           05 FD-TAXA-ANT-REAJHIST        PIC 9V99.
           05 FD-PRESTACAO-NOVA-REAJHIST  PIC 9(5)V99.
           05 FD-TAXA-NOVA-REAJHIST       PIC 9V99.
           05 FD-RESTANTES-REAJHIST       PIC 9(3).
           05 FD-PROXIMO-REAJHIST         PIC 9(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-INDICES      PIC XX            VALUE SPACES.
       77  WK-FS-EMPMSTN      PIC XX            VALUE SPACES.
       77  WK-FS-REAJHIST     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       77  WK-TAXA-NOVA       PIC 9V99          VALUE ZEROS.
       77  WK-TAXA-INDICE     PIC 9V9999        VALUE ZEROS.
       77  WK-VIGENCIA-ACHADA PIC 9(8)          VALUE ZEROS.
       77  WK-INDICE-ACHADO   PIC X             VALUE 'N'.
       77  WK-ESTOURO         PIC X             VALUE 'N'.
       77  WK-PRESTACAO-NOVA  PIC 9(5)V99       VALUE ZEROS.
       77  WK-SALDO-DEVEDOR   PIC 9(7)V99       VALUE ZEROS.
       77  WK-MESES-DECORRIDOS PIC S9(5)        VALUE ZEROS.
       77  WK-QTD-RESTANTES   PIC 9(3)          VALUE ZEROS.
       77  WK-TAXA-MENSAL     PIC 9V9(6)        VALUE ZEROS.
       77  WK-FATOR-DESCONTO  PIC 9(3)V9(6)     VALUE ZEROS.
       77  WK-VALOR-PRESENTE  PIC 9V9(8)        VALUE ZEROS.
       77  WK-PARCELA         PIC 9(3)          VALUE ZEROS.
       77  WK-MESES-SOMA      PIC 9(5)          VALUE ZEROS.
       77  WK-ANOS-SOMA       PIC 9(4)          VALUE ZEROS.
       77  WK-MES-RESTO       PIC 99            VALUE ZEROS.
       77  WK-QTD-INDICES     PIC 9(3)          VALUE ZEROS.
       77  WK-CONTADOR-REAJUSTADOS PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-COPIADOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-PENDENTES PIC 9(9)       VALUE ZEROS.
       01  WK-DATA-REAJUSTE.
           05 WK-PRX-ANO          PIC 9(4).
           05 WK-PRX-MES          PIC 99.
           05 WK-PRX-DIA          PIC 99.
       01  WK-DATA-PROC-DESM.
           05 WK-PRO-ANO          PIC 9(4).
           05 WK-PRO-MES          PIC 99.
           05 WK-PRO-DIA          PIC 99.
       01  WK-DATA-INICIO.
           05 WK-INI-ANO          PIC 9(4).
           05 WK-INI-MES          PIC 99.
           05 WK-INI-DIA          PIC 99.
       01  TABELA-INDICES.
           03 INDICES-ENTRY OCCURS 300 TIMES INDEXED BY IDX-IND.
               05 TAB-IND-CODIGO          PIC X(4)     VALUE SPACES.
               05 TAB-IND-VIGENCIA        PIC 9(8)     VALUE ZEROS.
               05 TAB-IND-TAXA            PIC 9V9999   VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'REAJUSTE DE CONTRATOS POS-FIXADOS'.
       01  WK-LINHA-CONTRATO.
           05 FILLER              PIC X(9)  VALUE 'CONTRATO '.
           05 WK-REA-CHAVE        PIC X(12).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-REA-INDEXADOR    PIC X(4).
           05 FILLER              PIC X(6)  VALUE ' TAXA '.
           05 WK-REA-TAXA-ANT     PIC 9,99.
           05 FILLER              PIC X(3)  VALUE ' > '.
           05 WK-REA-TAXA-NOVA    PIC 9,99.
           05 FILLER              PIC X(7)  VALUE ' PREST '.
           05 WK-REA-PRESTACAO    PIC ZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-REA-TEXTO        PIC X(18).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71979'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-EMPMST = '10'.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           PERFORM 103-CARREGAR-INDICES.
           OPEN INPUT ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   PERFORM 301-LER-EMPMST
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO OPEN EMPMST'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-EMPMSTN.
           EVALUATE WK-FS-EMPMSTN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMSTN
                           ' O COMANDO OPEN EMPMSTN'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMSTN'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMSTN TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-REAJHIST.
           EVALUATE WK-FS-REAJHIST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REAJHIST
                           ' O COMANDO OPEN REAJHIST'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'REAJHIST'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REAJHIST TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
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
       102-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-PROCESSAMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8)
                    TO WK-DATA-PROCESSAMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WK-DATA-PROCESSAMENTO TO WK-DATA-PROC-DESM.
       103-CARREGAR-INDICES.
           OPEN INPUT ARQ-INDICES.
           EVALUATE WK-FS-INDICES
               WHEN '00'
                   PERFORM 302-LER-INDICES
                   PERFORM 104-GUARDAR-INDICE
                       UNTIL WK-FS-INDICES EQUAL '10'
                   CLOSE ARQ-INDICES
               WHEN '35'
                   DISPLAY 'ARQUIVO INDICES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-INDICES
                           ' O COMANDO OPEN INDICES'
                   MOVE '103-CARREGAR-INDICES' TO WK-ERRO-PARAGRAFO
                   MOVE 'INDICES'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-INDICES          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       104-GUARDAR-INDICE.
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
           PERFORM 302-LER-INDICES.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF FD-INDEXADOR-EMPMST EQUAL SPACES
              OR FD-DATA-REAJ-EMPMST EQUAL ZEROS
              OR FD-DATA-REAJ-EMPMST > WK-DATA-PROCESSAMENTO
               MOVE REG-EMPMST TO REG-EMPMSTN
               PERFORM 204-GRAVAR-EMPMSTN
               ADD 1 TO WK-CONTADOR-COPIADOS
           ELSE
               PERFORM 202-REAJUSTAR-CONTRATO
           END-IF.
           PERFORM 301-LER-EMPMST.
      *
      *    O CONTRATO QUE NAO PODE SER REAJUSTADO E COPIADO SEM
      *    ALTERACAO E CONTINUA VENCIDO PARA A PROXIMA EXECUCAO;
      *    O DE PRAZO ENCERRADO PERDE A DATA DE REAJUSTE E SAI NO
      *    RELATORIO UMA UNICA VEZ
      *
       202-REAJUSTAR-CONTRATO.
           MOVE 'N' TO WK-ESTOURO.
           PERFORM 206-LOCALIZAR-INDICE.
           PERFORM 207-CONTAR-RESTANTES.
           IF WK-INDICE-ACHADO EQUAL 'S'
               COMPUTE WK-TAXA-NOVA ROUNDED =
                       WK-TAXA-INDICE + FD-SPREAD-EMPMST
                   ON SIZE ERROR
                       MOVE 'S' TO WK-ESTOURO
               END-COMPUTE
           END-IF.
           MOVE FD-CHAVE-EMPMST     TO WK-REA-CHAVE.
           MOVE FD-INDEXADOR-EMPMST TO WK-REA-INDEXADOR.
           MOVE FD-TAXA-EMPMST      TO WK-REA-TAXA-ANT.
           EVALUATE TRUE
               WHEN WK-QTD-RESTANTES EQUAL ZEROS
                   MOVE 'PRAZO ENCERRADO'   TO WK-REA-TEXTO
               WHEN FD-PERIODO-REAJ-EMPMST EQUAL ZEROS
                   MOVE 'PERIODO INVALIDO'  TO WK-REA-TEXTO
               WHEN WK-INDICE-ACHADO EQUAL 'N'
                   MOVE 'SEM INDICE VIGENTE' TO WK-REA-TEXTO
               WHEN WK-ESTOURO EQUAL 'S'
                   MOVE 'TAXA INVALIDA'     TO WK-REA-TEXTO
               WHEN OTHER
                   MOVE SPACES              TO WK-REA-TEXTO
           END-EVALUATE.
           IF WK-REA-TEXTO NOT EQUAL SPACES
               MOVE ZEROS                TO WK-REA-TAXA-NOVA
               MOVE FD-PRESTACAO-EMPMST  TO WK-REA-PRESTACAO
               MOVE WK-LINHA-CONTRATO    TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
               ADD 1 TO WK-CONTADOR-PENDENTES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE REG-EMPMST TO REG-EMPMSTN
               IF WK-QTD-RESTANTES EQUAL ZEROS
                   MOVE ZEROS TO FD-DATA-REAJ-EMPMSTN
               END-IF
               PERFORM 204-GRAVAR-EMPMSTN
               ADD 1 TO WK-CONTADOR-COPIADOS
           ELSE
               PERFORM 203-CALCULAR-PRESTACAO
               PERFORM 211-PROXIMO-REAJUSTE
               PERFORM 210-GRAVAR-REAJHIST
               MOVE REG-EMPMST        TO REG-EMPMSTN
               MOVE WK-PRESTACAO-NOVA TO FD-PRESTACAO-EMPMSTN
               MOVE WK-TAXA-NOVA      TO FD-TAXA-EMPMSTN
               MOVE WK-DATA-REAJUSTE  TO FD-DATA-REAJ-EMPMSTN
               PERFORM 204-GRAVAR-EMPMSTN
               ADD 1 TO WK-CONTADOR-REAJUSTADOS
               MOVE WK-TAXA-NOVA      TO WK-REA-TAXA-NOVA
               MOVE WK-PRESTACAO-NOVA TO WK-REA-PRESTACAO
               MOVE 'REAJUSTADO'      TO WK-REA-TEXTO
               MOVE WK-LINHA-CONTRATO TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
           END-IF.
      *
      *    SALDO DEVEDOR PELO METODO DO CONTRATO NA TAXA ANTERIOR
      *    (MESMA RECONSTRUCAO DO EAD71949) E NOVA PRESTACAO SOBRE
      *    ESSE SALDO NA TAXA NOVA PARA AS PARCELAS RESTANTES
      *
       203-CALCULAR-PRESTACAO.
           IF FD-METODO-EMPMST EQUAL 'S'
               COMPUTE WK-SALDO-DEVEDOR ROUNDED =
                       FD-DIVIDA-EMPMST * WK-QTD-RESTANTES
                       / FD-PRAZO-EMPMST
               COMPUTE WK-TAXA-MENSAL = WK-TAXA-NOVA / 100
               COMPUTE WK-PRESTACAO-NOVA ROUNDED =
                       FD-DIVIDA-EMPMST / FD-PRAZO-EMPMST
                       + WK-SALDO-DEVEDOR * WK-TAXA-MENSAL
                   ON SIZE ERROR
                       MOVE 99999,99 TO WK-PRESTACAO-NOVA
               END-COMPUTE
           ELSE
               COMPUTE WK-TAXA-MENSAL = FD-TAXA-EMPMST / 100
               PERFORM 208-CALCULAR-FATOR
               COMPUTE WK-SALDO-DEVEDOR ROUNDED =
                       FD-PRESTACAO-EMPMST * WK-FATOR-DESCONTO
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WK-SALDO-DEVEDOR
               END-COMPUTE
               COMPUTE WK-TAXA-MENSAL = WK-TAXA-NOVA / 100
               PERFORM 208-CALCULAR-FATOR
               COMPUTE WK-PRESTACAO-NOVA ROUNDED =
                       WK-SALDO-DEVEDOR / WK-FATOR-DESCONTO
                   ON SIZE ERROR
                       MOVE 99999,99 TO WK-PRESTACAO-NOVA
               END-COMPUTE
           END-IF.
       208-CALCULAR-FATOR.
           IF WK-TAXA-MENSAL EQUAL ZEROS
               MOVE WK-QTD-RESTANTES TO WK-FATOR-DESCONTO
           ELSE
               MOVE 1     TO WK-VALOR-PRESENTE
               MOVE ZEROS TO WK-FATOR-DESCONTO
               MOVE ZEROS TO WK-PARCELA
               PERFORM 209-ACUMULAR-FATOR
                   UNTIL WK-PARCELA NOT < WK-QTD-RESTANTES
           END-IF.
       209-ACUMULAR-FATOR.
           COMPUTE WK-VALOR-PRESENTE ROUNDED =
                   WK-VALOR-PRESENTE / (1 + WK-TAXA-MENSAL).
           ADD WK-VALOR-PRESENTE TO WK-FATOR-DESCONTO.
           ADD 1 TO WK-PARCELA.
      *
      *    TAXA DO INDEXADOR VIGENTE NA DATA DE REAJUSTE DO CONTRATO
      *    (MAIOR VIGENCIA NAO POSTERIOR A ELA)
      *
       206-LOCALIZAR-INDICE.
           MOVE 'N'   TO WK-INDICE-ACHADO.
           MOVE ZEROS TO WK-VIGENCIA-ACHADA.
           MOVE ZEROS TO WK-TAXA-INDICE.
           PERFORM 212-PESQUISAR-INDICE
               VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > WK-QTD-INDICES.
       212-PESQUISAR-INDICE.
           IF TAB-IND-CODIGO(IDX-IND) EQUAL FD-INDEXADOR-EMPMST
              AND TAB-IND-VIGENCIA(IDX-IND) NOT > FD-DATA-REAJ-EMPMST
              AND TAB-IND-VIGENCIA(IDX-IND) NOT < WK-VIGENCIA-ACHADA
               MOVE 'S'                       TO WK-INDICE-ACHADO
               MOVE TAB-IND-VIGENCIA(IDX-IND) TO WK-VIGENCIA-ACHADA
               MOVE TAB-IND-TAXA(IDX-IND)     TO WK-TAXA-INDICE
           END-IF.
      *
      *    PARCELAS JA VENCIDAS PELOS MESES DESDE O INICIO ATE A DATA
      *    DE MOVIMENTO, COMO NO EAD71949
      *
       207-CONTAR-RESTANTES.
           MOVE FD-DATA-INICIO-EMPMST TO WK-DATA-INICIO.
           COMPUTE WK-MESES-DECORRIDOS =
                   (WK-PRO-ANO - WK-INI-ANO) * 12
                   + (WK-PRO-MES - WK-INI-MES).
           IF WK-MESES-DECORRIDOS > FD-PRAZO-EMPMST
               MOVE FD-PRAZO-EMPMST TO WK-MESES-DECORRIDOS
           END-IF.
           IF WK-MESES-DECORRIDOS < ZEROS
               MOVE ZEROS TO WK-MESES-DECORRIDOS
           END-IF.
           COMPUTE WK-QTD-RESTANTES = FD-PRAZO-EMPMST
                   - WK-MESES-DECORRIDOS.
      *
      *    A DATA DE REAJUSTE AVANCA DE PERIODO EM PERIODO ATE FICAR
      *    POSTERIOR A DATA DE MOVIMENTO; DIAS ACIMA DE 28 SAO
      *    TRAZIDOS PARA 28 PARA VALER EM TODO MES
      *
       211-PROXIMO-REAJUSTE.
           IF FD-DATA-REAJ-EMPMST EQUAL ZEROS
               MOVE FD-DATA-INICIO-EMPMST TO WK-DATA-REAJUSTE
           ELSE
               MOVE FD-DATA-REAJ-EMPMST   TO WK-DATA-REAJUSTE
           END-IF.
           PERFORM 213-SOMAR-PERIODO
               UNTIL WK-DATA-REAJUSTE > WK-DATA-PROCESSAMENTO.
       213-SOMAR-PERIODO.
           COMPUTE WK-MESES-SOMA = WK-PRX-MES - 1
                                 + FD-PERIODO-REAJ-EMPMST.
           DIVIDE WK-MESES-SOMA BY 12 GIVING WK-ANOS-SOMA
                  REMAINDER WK-MES-RESTO.
           ADD WK-ANOS-SOMA TO WK-PRX-ANO.
           COMPUTE WK-PRX-MES = WK-MES-RESTO + 1.
           IF WK-PRX-DIA > 28
               MOVE 28 TO WK-PRX-DIA
           END-IF.
       210-GRAVAR-REAJHIST.
           MOVE FD-CHAVE-EMPMST       TO FD-CHAVE-REAJHIST.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-REAJHIST.
           MOVE FD-INDEXADOR-EMPMST   TO FD-INDEXADOR-REAJHIST.
           MOVE WK-TAXA-INDICE        TO FD-TAXA-INDICE-REAJHIST.
           MOVE WK-SALDO-DEVEDOR      TO FD-SALDO-REAJHIST.
           MOVE FD-PRESTACAO-EMPMST   TO FD-PRESTACAO-ANT-REAJHIST.
           MOVE FD-TAXA-EMPMST        TO FD-TAXA-ANT-REAJHIST.
           MOVE WK-PRESTACAO-NOVA     TO FD-PRESTACAO-NOVA-REAJHIST.
           MOVE WK-TAXA-NOVA          TO FD-TAXA-NOVA-REAJHIST.
           MOVE WK-QTD-RESTANTES      TO FD-RESTANTES-REAJHIST.
           MOVE WK-DATA-REAJUSTE      TO FD-PROXIMO-REAJHIST.
           WRITE REG-REAJHIST.
           IF WK-FS-REAJHIST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-REAJHIST
                       ' O COMANDO WRITE REAJHIST'
               MOVE '210-GRAVAR-REAJHIST' TO WK-ERRO-PARAGRAFO
               MOVE 'REAJHIST'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-REAJHIST        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       204-GRAVAR-EMPMSTN.
           WRITE REG-EMPMSTN.
           IF WK-FS-EMPMSTN NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-EMPMSTN
                       ' O COMANDO WRITE EMPMSTN'
               MOVE '204-GRAVAR-EMPMSTN' TO WK-ERRO-PARAGRAFO
               MOVE 'EMPMSTN'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-EMPMSTN        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
      *******************************************************
       300-LER SECTION.
       301-LER-EMPMST.
           READ ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO READ EMPMST'
                   MOVE '301-LER-EMPMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-INDICES.
           READ ARQ-INDICES.
           EVALUATE WK-FS-INDICES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-INDICES
                           ' O COMANDO READ INDICES'
                   MOVE '302-LER-INDICES' TO WK-ERRO-PARAGRAFO
                   MOVE 'INDICES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-INDICES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'CONTRATOS REAJUSTADOS    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REAJUSTADOS       TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'CONTRATOS COPIADOS       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-COPIADOS          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'REAJUSTES PENDENTES      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-PENDENTES         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           CLOSE ARQ-EMPMST.
           CLOSE ARQ-EMPMSTN.
           CLOSE ARQ-REAJHIST.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-EMPMSTN NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-EMPMSTN
                       ' NO COMANDO CLOSE EMPMSTN'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'EMPMSTN'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-EMPMSTN   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'REAJUSTE CONCLUIDO - REAJUSTADOS '
                   WK-CONTADOR-REAJUSTADOS ' PENDENTES '
                   WK-CONTADOR-PENDENTES.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
