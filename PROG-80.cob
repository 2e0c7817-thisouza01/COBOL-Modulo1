       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71980 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  PROJECAO DO FLUXO DE CAIXA DA CARTEIRA DE           *
      *  EMPRESTIMOS - RECONSTROI O CRONOGRAMA RESTANTE DE   *
      *  CADA CONTRATO (PRICE OU SAC) PELA POSICAO NO PAGTOS *
      *  E DISTRIBUI PRINCIPAL E JUROS A RECEBER NOS 36      *
      *  MESES SEGUINTES AO MOVIMENTO, POR AGENCIA. A PARTE  *
      *  DOS CONTRATOS INADIMPLENTES (ATRASOS DO EAD71931) E *
      *  O VALOR JA VENCIDO SAO MOSTRADOS EM SEPARADO. O     *
      *  FLUXCX LEVA OS MESMOS NUMEROS PARA A TESOURARIA     *
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
           SELECT ARQ-PAGTOS ASSIGN TO PAGTOS
               FILE STATUS IS WK-FS-PAGTOS.
           SELECT ARQ-ATRASOS ASSIGN TO ATRASOS
               FILE STATUS IS WK-FS-ATRASOS.
           SELECT ARQ-FLUXCX ASSIGN TO FLUXCX
               FILE STATUS IS WK-FS-FLUXCX.
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
       FD   ARQ-PAGTOS
            RECORDING MODE IS F.
       01  REG-PAGTOS.
           05 FD-CHAVE-PAGTOS.
               10 FD-AGENCIA-PAGTOS       PIC X(4).
               10 FD-CONTA-PAGTOS         PIC 9(5).
               10 FD-CONTRATO-PAGTOS      PIC 9(3).
           05 FD-DATA-PAGTOS              PIC 9(8).
           05 FD-VALOR-PAGTOS             PIC 9(5)V99.
       FD   ARQ-ATRASOS
            RECORDING MODE IS F.
       01  REG-ATRASOS.
           05 FD-CHAVE-ATRASOS.
               10 FD-AGENCIA-ATRASOS      PIC X(4).
               10 FD-CONTA-ATRASOS        PIC 9(5).
               10 FD-CONTRATO-ATRASOS     PIC 9(3).
           05 FD-DIVIDA-ATRASOS           PIC 9(7)V99.
           05 FD-DIAS-ATRASOS             PIC 9(5).
           05 FD-ATR-30-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-60-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-90-ATRASOS           PIC 9(7)V99.
           05 FD-ATR-MAIS-ATRASOS         PIC 9(7)V99.
      *
      *    TIPO 'P' = MES PROJETADO (ANO-MES DO VENCIMENTO)
      *    TIPO 'A' = PARCELAS APOS O 36O MES
      *    TIPO 'V' = JA VENCIDO E NAO PAGO (ATRASOS), SEM SEPARACAO
      *               DE PRINCIPAL E JUROS - SO TOTAL E INADIMPLENTE
      *
       FD   ARQ-FLUXCX
            RECORDING MODE IS F.
       01  REG-FLUXCX.
           05 FD-AGENCIA-FLUXCX           PIC X(4).
           05 FD-TIPO-FLUXCX              PIC X.
           05 FD-ANO-MES-FLUXCX           PIC 9(6).
           05 FD-PRINCIPAL-FLUXCX         PIC 9(11)V99.
           05 FD-JUROS-FLUXCX             PIC 9(11)V99.
           05 FD-TOTAL-FLUXCX             PIC 9(11)V99.
           05 FD-INADIMPLENTE-FLUXCX      PIC 9(11)V99.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOS       PIC XX            VALUE SPACES.
       77  WK-FS-ATRASOS      PIC XX            VALUE SPACES.
       77  WK-FS-FLUXCX       PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATA-PROC-DESM.
           05 WK-PROC-ANO         PIC 9(4).
           05 WK-PROC-MES         PIC 99.
           05 WK-PROC-DIA         PIC 99.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-DATA-INICIO.
           05 WK-INI-ANO          PIC 9(4).
           05 WK-INI-MES          PIC 99.
           05 WK-INI-DIA          PIC 99.
       77  WK-QTD-PAGAS       PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-DEVIDAS     PIC 9(3)          VALUE ZEROS.
       77  WK-MESES-DECORRIDOS PIC S9(5)        VALUE ZEROS.
       77  WK-PRESTACAO-NUM   PIC 9(3)          VALUE ZEROS.
       77  WK-MES-PROJ        PIC 9(3)          VALUE ZEROS.
       77  WK-MESES-TOTAIS    PIC 9(7)          VALUE ZEROS.
       77  WK-ANO-CALC        PIC 9(4)          VALUE ZEROS.
       77  WK-MES-CALC        PIC 99            VALUE ZEROS.
       77  WK-SALDO-DEVEDOR   PIC 9(9)V99       VALUE ZEROS.
       77  WK-AMORTIZACAO-SAC PIC 9(7)V99       VALUE ZEROS.
       77  WK-PRINCIPAL-PARC  PIC 9(7)V99       VALUE ZEROS.
       77  WK-JUROS-PARC      PIC 9(7)V99       VALUE ZEROS.
       77  WK-TAXA-MENSAL     PIC 9V9(6)        VALUE ZEROS.
       77  WK-FATOR-DESCONTO  PIC 9(3)V9(6)     VALUE ZEROS.
       77  WK-VALOR-PRESENTE  PIC 9V9(8)        VALUE ZEROS.
       77  WK-PARCELA         PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-RESTANTES   PIC 9(3)          VALUE ZEROS.
       77  WK-CONTRATO-INADIMPLENTE PIC X       VALUE 'N'.
       77  WK-VENCIDO-CONTRATO PIC 9(9)V99      VALUE ZEROS.
       77  WK-AGENCIA-ATUAL   PIC X(4)          VALUE HIGH-VALUES.
       77  WK-CONTADOR-CONTRATOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-INADIMPLENTES PIC 9(9)   VALUE ZEROS.
       77  WK-CONTADOR-REGISTROS PIC 9(9)       VALUE ZEROS.
      *
      *    OCORRENCIAS 1 A 36 = MESES PROJETADOS, 37 = APOS 36 MESES
      *
       01  TABELA-MESES.
           03 MESES-ENTRY OCCURS 37 TIMES.
               05 TAB-MES-ANO-MES         PIC 9(6)     VALUE ZEROS.
       01  TABELA-FLUXO-AGENCIA.
           03 FLUXO-AGE-ENTRY OCCURS 37 TIMES.
               05 TAB-AGE-PRINCIPAL       PIC 9(11)V99 VALUE ZEROS.
               05 TAB-AGE-JUROS           PIC 9(11)V99 VALUE ZEROS.
               05 TAB-AGE-INADIMPLENTE    PIC 9(11)V99 VALUE ZEROS.
       01  TABELA-FLUXO-GERAL.
           03 FLUXO-GER-ENTRY OCCURS 37 TIMES.
               05 TAB-GER-PRINCIPAL       PIC 9(11)V99 VALUE ZEROS.
               05 TAB-GER-JUROS           PIC 9(11)V99 VALUE ZEROS.
               05 TAB-GER-INADIMPLENTE    PIC 9(11)V99 VALUE ZEROS.
       77  WK-AGE-VENCIDO     PIC 9(11)V99      VALUE ZEROS.
       77  WK-GER-VENCIDO     PIC 9(11)V99      VALUE ZEROS.
       77  WK-SOMA-PRINCIPAL  PIC 9(11)V99      VALUE ZEROS.
       77  WK-SOMA-JUROS      PIC 9(11)V99      VALUE ZEROS.
       77  WK-SOMA-INADIMPLENTE PIC 9(11)V99    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'PROJECAO DO FLUXO DA CARTEIRA DE EMPRESTIMOS'.
           05 FILLER              PIC X(11) VALUE ' MOVIMENTO '.
           05 WK-TIT-DATA         PIC 9(8).
       01  WK-LINHA-AGENCIA.
           05 FILLER              PIC X(8)  VALUE 'AGENCIA '.
           05 WK-CAB-AGENCIA      PIC X(5).
       01  WK-LINHA-CABECALHO.
           05 FILLER              PIC X(10) VALUE 'MES'.
           05 FILLER              PIC X(15) VALUE '      PRINCIPAL'.
           05 FILLER              PIC X(15) VALUE '          JUROS'.
           05 FILLER              PIC X(15) VALUE '          TOTAL'.
           05 FILLER              PIC X(15) VALUE '   INADIMPLENTE'.
       01  WK-LINHA-MES.
           05 WK-LIN-ROTULO.
               10 WK-LIN-ANO      PIC 9(4).
               10 WK-LIN-BARRA    PIC X.
               10 WK-LIN-MES      PIC 99.
               10 FILLER          PIC XXX.
           05 WK-LIN-PRINCIPAL    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-JUROS        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-LIN-INADIMPLENTE PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71980'.
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
           MOVE WK-DATA-PROCESSAMENTO TO WK-DATA-PROC-DESM.
           MOVE WK-DATA-PROCESSAMENTO TO WK-TIT-DATA.
           PERFORM 103-MONTAR-MESES
               VARYING WK-MES-PROJ FROM 1 BY 1
               UNTIL WK-MES-PROJ > 36.
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
           OPEN INPUT ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   PERFORM 302-LER-PAGTOS
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGTOS NAO ENCONTRADO - '
                           'TODAS AS PRESTACOES EM ABERTO'
                   MOVE '10' TO WK-FS-PAGTOS
                   MOVE HIGH-VALUES TO FD-CHAVE-PAGTOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO OPEN PAGTOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   PERFORM 303-LER-ATRASOS
               WHEN '35'
                   DISPLAY 'ARQUIVO ATRASOS NAO ENCONTRADO - '
                           'PARTE INADIMPLENTE NAO APURADA'
                   MOVE '10' TO WK-FS-ATRASOS
                   MOVE HIGH-VALUES TO FD-CHAVE-ATRASOS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ATRASOS
                           ' O COMANDO OPEN ATRASOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ATRASOS'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ATRASOS TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-FLUXCX.
           EVALUATE WK-FS-FLUXCX
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-FLUXCX
                           ' O COMANDO OPEN FLUXCX'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'FLUXCX'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-FLUXCX  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 204-GRAVAR-RELATORIO
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
      *
      *    O MES 1 DA PROJECAO E O MES SEGUINTE AO DO MOVIMENTO
      *
       103-MONTAR-MESES.
           COMPUTE WK-MESES-TOTAIS = WK-PROC-ANO * 12 + WK-PROC-MES
                   + WK-MES-PROJ - 1.
           DIVIDE WK-MESES-TOTAIS BY 12 GIVING WK-ANO-CALC
                  REMAINDER WK-MES-CALC.
           COMPUTE TAB-MES-ANO-MES(WK-MES-PROJ) =
                   WK-ANO-CALC * 100 + WK-MES-CALC + 1.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF FD-AGENCIA-EMPMST NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
                   PERFORM 206-FECHAR-AGENCIA
               END-IF
               MOVE FD-AGENCIA-EMPMST TO WK-AGENCIA-ATUAL
           END-IF.
           PERFORM 202-CONTAR-PAGAMENTOS.
           PERFORM 203-LOCALIZAR-ATRASO.
           PERFORM 207-PROJETAR-CONTRATO.
           ADD 1 TO WK-CONTADOR-CONTRATOS.
           PERFORM 301-LER-EMPMST.
       202-CONTAR-PAGAMENTOS.
           MOVE ZEROS TO WK-QTD-PAGAS.
           PERFORM 205-VARRER-PAGTOS
               UNTIL WK-FS-PAGTOS = '10'
               OR FD-CHAVE-PAGTOS > FD-CHAVE-EMPMST.
       205-VARRER-PAGTOS.
           IF FD-CHAVE-PAGTOS < FD-CHAVE-EMPMST
               DISPLAY 'PAGAMENTO SEM CONTRATO NA CARTEIRA: '
                       FD-CHAVE-PAGTOS
           ELSE
               ADD 1 TO WK-QTD-PAGAS
           END-IF.
           PERFORM 302-LER-PAGTOS.
      *
      *    CONTRATO PRESENTE NO ATRASOS E INADIMPLENTE: O QUE JA
      *    VENCEU VAI PARA A LINHA DE VENCIDOS E O FLUXO FUTURO DELE
      *    E SOMADO TAMBEM NA COLUNA INADIMPLENTE
      *
       203-LOCALIZAR-ATRASO.
           MOVE 'N'   TO WK-CONTRATO-INADIMPLENTE.
           MOVE ZEROS TO WK-VENCIDO-CONTRATO.
           PERFORM 208-VARRER-ATRASOS
               UNTIL WK-FS-ATRASOS = '10'
               OR FD-CHAVE-ATRASOS NOT < FD-CHAVE-EMPMST.
           IF FD-CHAVE-ATRASOS EQUAL FD-CHAVE-EMPMST
               MOVE 'S' TO WK-CONTRATO-INADIMPLENTE
               COMPUTE WK-VENCIDO-CONTRATO = FD-ATR-30-ATRASOS
                       + FD-ATR-60-ATRASOS + FD-ATR-90-ATRASOS
                       + FD-ATR-MAIS-ATRASOS
               ADD WK-VENCIDO-CONTRATO TO WK-AGE-VENCIDO
               ADD WK-VENCIDO-CONTRATO TO WK-GER-VENCIDO
               ADD 1 TO WK-CONTADOR-INADIMPLENTES
               PERFORM 303-LER-ATRASOS
           END-IF.
       208-VARRER-ATRASOS.
           DISPLAY 'ATRASO SEM CONTRATO NA CARTEIRA: '
                   FD-CHAVE-ATRASOS.
           PERFORM 303-LER-ATRASOS.
      *
      *    O SALDO APOS AS PARCELAS PAGAS E RECONSTRUIDO COMO NO
      *    EAD71949; O CRONOGRAMA E PERCORRIDO PARCELA A PARCELA E
      *    SO AS QUE VENCEM APOS O MES DO MOVIMENTO SAO PROJETADAS
      *    (AS VENCIDAS E NAO PAGAS JA ESTAO NO ATRASOS)
      *
       207-PROJETAR-CONTRATO.
           MOVE FD-DATA-INICIO-EMPMST TO WK-DATA-INICIO.
           COMPUTE WK-MESES-DECORRIDOS =
                   (WK-PROC-ANO - WK-INI-ANO) * 12
                   + (WK-PROC-MES - WK-INI-MES).
           IF WK-MESES-DECORRIDOS > FD-PRAZO-EMPMST
               MOVE FD-PRAZO-EMPMST TO WK-MESES-DECORRIDOS
           END-IF.
           IF WK-MESES-DECORRIDOS < ZEROS
               MOVE ZEROS TO WK-MESES-DECORRIDOS
           END-IF.
           MOVE WK-MESES-DECORRIDOS TO WK-QTD-DEVIDAS.
           IF FD-PRAZO-EMPMST NOT EQUAL ZEROS
              AND WK-QTD-PAGAS < FD-PRAZO-EMPMST
               COMPUTE WK-TAXA-MENSAL = FD-TAXA-EMPMST / 100
               COMPUTE WK-QTD-RESTANTES = FD-PRAZO-EMPMST
                       - WK-QTD-PAGAS
               IF FD-METODO-EMPMST EQUAL 'S'
                   COMPUTE WK-AMORTIZACAO-SAC ROUNDED =
                           FD-DIVIDA-EMPMST / FD-PRAZO-EMPMST
                   COMPUTE WK-SALDO-DEVEDOR ROUNDED =
                           FD-DIVIDA-EMPMST * WK-QTD-RESTANTES
                           / FD-PRAZO-EMPMST
               ELSE
                   PERFORM 209-CALCULAR-FATOR
                   COMPUTE WK-SALDO-DEVEDOR ROUNDED =
                           FD-PRESTACAO-EMPMST * WK-FATOR-DESCONTO
               END-IF
               COMPUTE WK-PRESTACAO-NUM = WK-QTD-PAGAS + 1
               PERFORM 211-PROJETAR-PARCELA
                   UNTIL WK-PRESTACAO-NUM > FD-PRAZO-EMPMST
           END-IF.
       209-CALCULAR-FATOR.
           IF WK-TAXA-MENSAL EQUAL ZEROS
               MOVE WK-QTD-RESTANTES TO WK-FATOR-DESCONTO
           ELSE
               MOVE 1     TO WK-VALOR-PRESENTE
               MOVE ZEROS TO WK-FATOR-DESCONTO
               MOVE ZEROS TO WK-PARCELA
               PERFORM 210-ACUMULAR-FATOR
                   UNTIL WK-PARCELA NOT < WK-QTD-RESTANTES
           END-IF.
       210-ACUMULAR-FATOR.
           COMPUTE WK-VALOR-PRESENTE ROUNDED =
                   WK-VALOR-PRESENTE / (1 + WK-TAXA-MENSAL).
           ADD WK-VALOR-PRESENTE TO WK-FATOR-DESCONTO.
           ADD 1 TO WK-PARCELA.
       211-PROJETAR-PARCELA.
           COMPUTE WK-JUROS-PARC ROUNDED =
                   WK-SALDO-DEVEDOR * WK-TAXA-MENSAL.
           IF FD-METODO-EMPMST EQUAL 'S'
               MOVE WK-AMORTIZACAO-SAC TO WK-PRINCIPAL-PARC
           ELSE
               IF WK-JUROS-PARC > FD-PRESTACAO-EMPMST
                   MOVE ZEROS TO WK-PRINCIPAL-PARC
               ELSE
                   COMPUTE WK-PRINCIPAL-PARC =
                           FD-PRESTACAO-EMPMST - WK-JUROS-PARC
               END-IF
           END-IF.
           IF WK-PRINCIPAL-PARC > WK-SALDO-DEVEDOR
              OR WK-PRESTACAO-NUM EQUAL FD-PRAZO-EMPMST
               MOVE WK-SALDO-DEVEDOR TO WK-PRINCIPAL-PARC
           END-IF.
           SUBTRACT WK-PRINCIPAL-PARC FROM WK-SALDO-DEVEDOR.
           IF WK-PRESTACAO-NUM > WK-QTD-DEVIDAS
               COMPUTE WK-MES-PROJ = WK-PRESTACAO-NUM
                       - WK-QTD-DEVIDAS
               IF WK-MES-PROJ > 36
                   MOVE 37 TO WK-MES-PROJ
               END-IF
               ADD WK-PRINCIPAL-PARC TO TAB-AGE-PRINCIPAL(WK-MES-PROJ)
               ADD WK-JUROS-PARC     TO TAB-AGE-JUROS(WK-MES-PROJ)
               IF WK-CONTRATO-INADIMPLENTE EQUAL 'S'
                   ADD WK-PRINCIPAL-PARC
                       TO TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
                   ADD WK-JUROS-PARC
                       TO TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
               END-IF
           END-IF.
           ADD 1 TO WK-PRESTACAO-NUM.
      *
      *    FECHAMENTO DA AGENCIA - IMPRIME A ESCADA DE VENCIMENTOS,
      *    GRAVA O FLUXCX, ACUMULA NO GERAL E ZERA A AGENCIA
      *
       206-FECHAR-AGENCIA.
           MOVE WK-AGENCIA-ATUAL   TO WK-CAB-AGENCIA.
           MOVE SPACES             TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-LINHA-AGENCIA   TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-LINHA-CABECALHO TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE ZEROS TO WK-SOMA-PRINCIPAL.
           MOVE ZEROS TO WK-SOMA-JUROS.
           MOVE ZEROS TO WK-SOMA-INADIMPLENTE.
           PERFORM 212-IMPRIMIR-MES-AGENCIA
               VARYING WK-MES-PROJ FROM 1 BY 1
               UNTIL WK-MES-PROJ > 37.
           MOVE SPACES             TO WK-LIN-ROTULO.
           MOVE 'VENCIDO'          TO WK-LIN-ROTULO.
           MOVE ZEROS              TO WK-LIN-PRINCIPAL.
           MOVE ZEROS              TO WK-LIN-JUROS.
           MOVE WK-AGE-VENCIDO     TO WK-LIN-TOTAL.
           MOVE WK-AGE-VENCIDO     TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-AGENCIA-ATUAL   TO FD-AGENCIA-FLUXCX.
           MOVE 'V'                TO FD-TIPO-FLUXCX.
           COMPUTE FD-ANO-MES-FLUXCX = WK-PROC-ANO * 100 + WK-PROC-MES.
           MOVE ZEROS              TO FD-PRINCIPAL-FLUXCX.
           MOVE ZEROS              TO FD-JUROS-FLUXCX.
           MOVE WK-AGE-VENCIDO     TO FD-TOTAL-FLUXCX.
           MOVE WK-AGE-VENCIDO     TO FD-INADIMPLENTE-FLUXCX.
           PERFORM 213-GRAVAR-FLUXCX.
           ADD WK-AGE-VENCIDO      TO WK-SOMA-INADIMPLENTE.
           MOVE SPACES             TO WK-LIN-ROTULO.
           MOVE 'TOTAL'            TO WK-LIN-ROTULO.
           MOVE WK-SOMA-PRINCIPAL  TO WK-LIN-PRINCIPAL.
           MOVE WK-SOMA-JUROS      TO WK-LIN-JUROS.
           COMPUTE WK-LIN-TOTAL = WK-SOMA-PRINCIPAL + WK-SOMA-JUROS
                   + WK-AGE-VENCIDO.
           MOVE WK-SOMA-INADIMPLENTE TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           PERFORM 216-ZERAR-MES-AGENCIA
               VARYING WK-MES-PROJ FROM 1 BY 1
               UNTIL WK-MES-PROJ > 37.
           MOVE ZEROS TO WK-AGE-VENCIDO.
       212-IMPRIMIR-MES-AGENCIA.
           ADD TAB-AGE-PRINCIPAL(WK-MES-PROJ)
               TO TAB-GER-PRINCIPAL(WK-MES-PROJ).
           ADD TAB-AGE-JUROS(WK-MES-PROJ)
               TO TAB-GER-JUROS(WK-MES-PROJ).
           ADD TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
               TO TAB-GER-INADIMPLENTE(WK-MES-PROJ).
           ADD TAB-AGE-PRINCIPAL(WK-MES-PROJ) TO WK-SOMA-PRINCIPAL.
           ADD TAB-AGE-JUROS(WK-MES-PROJ)     TO WK-SOMA-JUROS.
           ADD TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
               TO WK-SOMA-INADIMPLENTE.
           PERFORM 214-MONTAR-ROTULO.
           MOVE TAB-AGE-PRINCIPAL(WK-MES-PROJ) TO WK-LIN-PRINCIPAL.
           MOVE TAB-AGE-JUROS(WK-MES-PROJ)     TO WK-LIN-JUROS.
           COMPUTE WK-LIN-TOTAL = TAB-AGE-PRINCIPAL(WK-MES-PROJ)
                   + TAB-AGE-JUROS(WK-MES-PROJ).
           MOVE TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
                TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-AGENCIA-ATUAL   TO FD-AGENCIA-FLUXCX.
           PERFORM 215-MONTAR-FLUXCX.
           MOVE TAB-AGE-PRINCIPAL(WK-MES-PROJ)
                TO FD-PRINCIPAL-FLUXCX.
           MOVE TAB-AGE-JUROS(WK-MES-PROJ)     TO FD-JUROS-FLUXCX.
           COMPUTE FD-TOTAL-FLUXCX = TAB-AGE-PRINCIPAL(WK-MES-PROJ)
                   + TAB-AGE-JUROS(WK-MES-PROJ).
           MOVE TAB-AGE-INADIMPLENTE(WK-MES-PROJ)
                TO FD-INADIMPLENTE-FLUXCX.
           PERFORM 213-GRAVAR-FLUXCX.
       214-MONTAR-ROTULO.
           MOVE SPACES TO WK-LIN-ROTULO.
           IF WK-MES-PROJ > 36
               MOVE 'APOS 36M' TO WK-LIN-ROTULO
           ELSE
               MOVE TAB-MES-ANO-MES(WK-MES-PROJ)(1:4) TO WK-LIN-ANO
               MOVE '/'                               TO WK-LIN-BARRA
               MOVE TAB-MES-ANO-MES(WK-MES-PROJ)(5:2) TO WK-LIN-MES
           END-IF.
       215-MONTAR-FLUXCX.
           IF WK-MES-PROJ > 36
               MOVE 'A'   TO FD-TIPO-FLUXCX
               MOVE ZEROS TO FD-ANO-MES-FLUXCX
           ELSE
               MOVE 'P'   TO FD-TIPO-FLUXCX
               MOVE TAB-MES-ANO-MES(WK-MES-PROJ) TO FD-ANO-MES-FLUXCX
           END-IF.
       216-ZERAR-MES-AGENCIA.
           MOVE ZEROS TO TAB-AGE-PRINCIPAL(WK-MES-PROJ).
           MOVE ZEROS TO TAB-AGE-JUROS(WK-MES-PROJ).
           MOVE ZEROS TO TAB-AGE-INADIMPLENTE(WK-MES-PROJ).
       213-GRAVAR-FLUXCX.
           WRITE REG-FLUXCX.
           IF WK-FS-FLUXCX NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-FLUXCX
                       ' O COMANDO WRITE FLUXCX'
               MOVE '213-GRAVAR-FLUXCX' TO WK-ERRO-PARAGRAFO
               MOVE 'FLUXCX'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-FLUXCX        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-REGISTROS.
       204-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '204-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
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
       302-LER-PAGTOS.
           READ ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-PAGTOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO READ PAGTOS'
                   MOVE '302-LER-PAGTOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-ATRASOS.
           READ ARQ-ATRASOS.
           EVALUATE WK-FS-ATRASOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-ATRASOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ATRASOS
                           ' O COMANDO READ ATRASOS'
                   MOVE '303-LER-ATRASOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'ATRASOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ATRASOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
               PERFORM 206-FECHAR-AGENCIA
           END-IF.
           MOVE 'GERAL'            TO WK-CAB-AGENCIA.
           MOVE SPACES             TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-LINHA-AGENCIA   TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE WK-LINHA-CABECALHO TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE ZEROS TO WK-SOMA-PRINCIPAL.
           MOVE ZEROS TO WK-SOMA-JUROS.
           MOVE ZEROS TO WK-SOMA-INADIMPLENTE.
           PERFORM 902-IMPRIMIR-MES-GERAL
               VARYING WK-MES-PROJ FROM 1 BY 1
               UNTIL WK-MES-PROJ > 37.
           MOVE SPACES             TO WK-LIN-ROTULO.
           MOVE 'VENCIDO'          TO WK-LIN-ROTULO.
           MOVE ZEROS              TO WK-LIN-PRINCIPAL.
           MOVE ZEROS              TO WK-LIN-JUROS.
           MOVE WK-GER-VENCIDO     TO WK-LIN-TOTAL.
           MOVE WK-GER-VENCIDO     TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           ADD WK-GER-VENCIDO      TO WK-SOMA-INADIMPLENTE.
           MOVE SPACES             TO WK-LIN-ROTULO.
           MOVE 'TOTAL'            TO WK-LIN-ROTULO.
           MOVE WK-SOMA-PRINCIPAL  TO WK-LIN-PRINCIPAL.
           MOVE WK-SOMA-JUROS      TO WK-LIN-JUROS.
           COMPUTE WK-LIN-TOTAL = WK-SOMA-PRINCIPAL + WK-SOMA-JUROS
                   + WK-GER-VENCIDO.
           MOVE WK-SOMA-INADIMPLENTE TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE SPACES                        TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE 'CONTRATOS PROJETADOS     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CONTRATOS         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE 'CONTRATOS INADIMPLENTES  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-INADIMPLENTES     TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           MOVE 'REGISTROS NO FLUXCX      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REGISTROS         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
           CLOSE ARQ-EMPMST.
           CLOSE ARQ-PAGTOS.
           CLOSE ARQ-ATRASOS.
           CLOSE ARQ-FLUXCX.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-FLUXCX NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-FLUXCX
                       ' NO COMANDO CLOSE FLUXCX'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'FLUXCX'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-FLUXCX    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'PROJECAO CONCLUIDA - CONTRATOS '
                   WK-CONTADOR-CONTRATOS ' INADIMPLENTES '
                   WK-CONTADOR-INADIMPLENTES.
       902-IMPRIMIR-MES-GERAL.
           ADD TAB-GER-PRINCIPAL(WK-MES-PROJ) TO WK-SOMA-PRINCIPAL.
           ADD TAB-GER-JUROS(WK-MES-PROJ)     TO WK-SOMA-JUROS.
           ADD TAB-GER-INADIMPLENTE(WK-MES-PROJ)
               TO WK-SOMA-INADIMPLENTE.
           PERFORM 214-MONTAR-ROTULO.
           MOVE TAB-GER-PRINCIPAL(WK-MES-PROJ) TO WK-LIN-PRINCIPAL.
           MOVE TAB-GER-JUROS(WK-MES-PROJ)     TO WK-LIN-JUROS.
           COMPUTE WK-LIN-TOTAL = TAB-GER-PRINCIPAL(WK-MES-PROJ)
                   + TAB-GER-JUROS(WK-MES-PROJ).
           MOVE TAB-GER-INADIMPLENTE(WK-MES-PROJ)
                TO WK-LIN-INADIMPLENTE.
           MOVE WK-LINHA-MES       TO REG-RELATORIO.
           PERFORM 204-GRAVAR-RELATORIO.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
