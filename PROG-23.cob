       AUTHOR.        THIAGO.
      ********************************************************
      *  GERACAO MENSAL DE LANCAMENTOS DE JUROS E TARIFAS    *
      *  CONTAS COM PACOTE (PACCONTA/PACOTES) TEM FRANQUIA   *
      *  MENSAL DE DEBITOS CONTADOS NO HISTEXT, TARIFA POR   *
      *  DEBITO EXCEDENTE (DOC 9803) E ISENCAO DA TARIFA DE  *
      *  MANUTENCAO PELO SALDO MEDIO DIARIO DO MES. O        *
      *  DETALHE DE CADA PACOTE VAI PARA O TARIFDET, QUE O   *
      *  EXTRATO MENSAL EAD71924 IMPRIME                     *
      *  JUROS DO CHEQUE ESPECIAL E IOF SAO CALCULADOS SOBRE *
      *  A SOMA DOS SALDOS DIARIOS NEGATIVOS DO MES (TAXA    *
      *  'J' MENSAL / 30 E TAXA 'I' DIARIA DO IOF), LANCADOS *
      *  NOS DOCS 9801 E 9804 E DEMONSTRADOS NO RELATORIO    *
      *  CONTAS BLOQUEADAS ('B') TAMBEM SAO COBRADAS; OS     *
      *  DEBITOS 9801/9804 SAEM COM A ORIGEM 'J', QUE A      *
      *  BALANCE LINE (EAD71909) DEBITA MESMO EM CONTA       *
      *  BLOQUEADA E ALEM DO LIMITE                          *
      *  LOTE LANCGER REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-TARIFAS.
           SELECT ARQ-LANCGER ASSIGN TO LANCGER
               FILE STATUS IS WK-FS-LANCGER.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-PACOTES ASSIGN TO PACOTES
               FILE STATUS IS WK-FS-PACOTES.
           SELECT ARQ-PACCONTA ASSIGN TO PACCONTA
               FILE STATUS IS WK-FS-PACCONTA.
           SELECT ARQ-TARIFDET ASSIGN TO TARIFDET
               FILE STATUS IS WK-FS-TARIFDET.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSHIST ASSIGN TO CLASSHIST.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-TIPO-TARIFAS             PIC X.
           05 FD-MOEDA-TARIFAS            PIC XX.
           05 FD-VALOR-TARIFAS            PIC 9(6)V99.
           05 FD-TAXA-TARIFAS REDEFINES FD-VALOR-TARIFAS
                                          PIC 9(2)V9(6).
       FD   ARQ-LANCGER
            RECORDING MODE IS F.
       01  REG-LANCGER.
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-HISTEXT
            RECORDING MODE IS F.
       01  REG-HISTEXT.
           05 FD-AGENCIA-HISTEXT          PIC X(4).
           05 FD-CONTA-HISTEXT            PIC 9(5).
           05 FD-DOC-HISTEXT              PIC 9(4).
           05 FD-TIPO-HISTEXT             PIC A.
           05 FD-VALOR-HISTEXT            PIC 9(6)V99.
           05 FD-SALDO-ANTES-HISTEXT      PIC S9(6)V99.
           05 FD-SALDO-DEPOIS-HISTEXT     PIC S9(6)V99.
           05 FD-DATA-HISTEXT             PIC 9(8).
       FD   ARQ-PACOTES
            RECORDING MODE IS F.
       01  REG-PACOTES.
           05 FD-CODIGO-PACOTES           PIC X(4).
           05 FD-MOEDA-PACOTES            PIC XX.
           05 FD-FRANQUIA-PACOTES         PIC 9(3).
           05 FD-TARIFA-PACOTES           PIC 9(4)V99.
           05 FD-ISENCAO-PACOTES          PIC 9(7)V99.
       FD   ARQ-PACCONTA
            RECORDING MODE IS F.
       01  REG-PACCONTA.
           05 FD-CHAVE-PACCONTA.
               10 FD-AGENCIA-PACCONTA     PIC X(4).
               10 FD-CONTA-PACCONTA       PIC 9(5).
           05 FD-PACOTE-PACCONTA          PIC X(4).
       FD   ARQ-TARIFDET
            RECORDING MODE IS F.
       01  REG-TARIFDET.
           05 FD-CHAVE-TARIFDET.
               10 FD-AGENCIA-TARIFDET     PIC X(4).
               10 FD-CONTA-TARIFDET       PIC 9(5).
           05 FD-MES-TARIFDET             PIC 9(6).
           05 FD-PACOTE-TARIFDET          PIC X(4).
           05 FD-DEBITOS-TARIFDET         PIC 9(5).
           05 FD-FRANQUIA-TARIFDET        PIC 9(3).
           05 FD-COBRADOS-TARIFDET        PIC 9(5).
           05 FD-TARIFA-TARIFDET          PIC 9(4)V99.
           05 FD-EXCEDENTE-TARIFDET       PIC 9(6)V99.
           05 FD-SALDO-MEDIO-TARIFDET     PIC S9(7)V99.
           05 FD-ISENCAO-TARIFDET         PIC 9(7)V99.
           05 FD-ISENTO-TARIFDET          PIC X.
           05 FD-MANUTENCAO-TARIFDET      PIC 9(6)V99.
           05 FD-DATA-TARIFDET            PIC 9(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSHIST.
       01  REG-CLASSHIST.
           05 SD-CHAVE-CLASSHIST          PIC X(9).
           05 SD-DATA-CLASSHIST           PIC 9(8).
           05 SD-SEQ-CLASSHIST            PIC 9(9).
           05 SD-DOC-CLASSHIST            PIC 9(4).
           05 SD-TIPO-CLASSHIST           PIC A.
           05 SD-SALDO-ANTES-CLASSHIST    PIC S9(6)V99.
           05 SD-SALDO-DEPOIS-CLASSHIST   PIC S9(6)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTEN     PIC XX            VALUE SPACES.
       77  WK-FS-TARIFAS      PIC XX            VALUE SPACES.
       77  WK-FS-LANCGER      PIC XX            VALUE SPACES.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-PACOTES      PIC XX            VALUE SPACES.
       77  WK-FS-PACCONTA     PIC XX            VALUE SPACES.
       77  WK-FS-TARIFDET     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DOC-JUROS       PIC 9(4)          VALUE 9801.
       77  WK-DOC-TARIFA      PIC 9(4)          VALUE 9802.
       77  WK-DOC-EXCEDENTE   PIC 9(4)          VALUE 9803.
       77  WK-DOC-IOF         PIC 9(4)          VALUE 9804.
       77  WK-ORIGEM-ENCARGO  PIC X             VALUE 'J'.
       77  WK-QTD-TARIFAS     PIC 99            VALUE ZEROS.
       77  WK-TARIFA-ACHADA   PIC X             VALUE 'N'.
       77  WK-TAXA-JUROS      PIC 9(6)V99       VALUE ZEROS.
       77  WK-TAXA-IOF        PIC 9(2)V9(6)     VALUE ZEROS.
       77  WK-VALOR-JUROS     PIC 9(6)V99       VALUE ZEROS.
       77  WK-VALOR-IOF       PIC 9(6)V99       VALUE ZEROS.
       77  WK-SOMA-NEGATIVOS  PIC S9(11)V99     VALUE ZEROS.
       77  WK-DIAS-NEGATIVOS  PIC 99            VALUE ZEROS.
       77  WK-CONTADOR-IOF    PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-JUROS      PIC 9(9)V99       VALUE ZEROS.
       77  WK-SOMA-IOF        PIC 9(9)V99       VALUE ZEROS.
       77  WK-VALOR-TARIFA    PIC 9(6)V99       VALUE ZEROS.
       77  WK-CONTADOR-GERADOS PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-JUROS  PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-GERADOS    PIC 9(9)V99       VALUE ZEROS.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-GERACAO    PIC 9(8)          VALUE ZEROS.
       77  WK-MES-REFERENCIA  PIC 9(6)          VALUE ZEROS.
       77  WK-DIAS-MES        PIC 99            VALUE ZEROS.
       77  WK-SEQ-RELEASE     PIC 9(9)          VALUE ZEROS.
       77  WK-CHAVE-MOVTO     PIC X(9)          VALUE LOW-VALUES.
       77  WK-TEM-MOVTO       PIC X             VALUE 'N'.
       77  WK-QTD-DEBITOS     PIC 9(5)          VALUE ZEROS.
       77  WK-QTD-COBRADOS    PIC 9(5)          VALUE ZEROS.
       77  WK-VALOR-EXCEDENTE PIC 9(6)V99       VALUE ZEROS.
       77  WK-SALDO-CORRENTE  PIC S9(6)V99      VALUE ZEROS.
       77  WK-DIA-CORRENTE    PIC 99            VALUE ZEROS.
       77  WK-DIA-MOVTO       PIC 99            VALUE ZEROS.
       77  WK-DIAS-SALDO      PIC 99            VALUE ZEROS.
       77  WK-SOMA-SALDOS     PIC S9(11)V99     VALUE ZEROS.
       77  WK-SALDO-MEDIO     PIC S9(7)V99      VALUE ZEROS.
       77  WK-QTD-PACOTES     PIC 99            VALUE ZEROS.
       77  WK-PACOTE-ACHADO   PIC X             VALUE 'N'.
       77  WK-ISENTO          PIC X             VALUE 'N'.
       77  WK-CONTADOR-ISENTOS PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-EXCEDENTE PIC 9(9)       VALUE ZEROS.
       01  TABELA-TARIFAS.
           03 TARIFA-ENTRY OCCURS 20 TIMES INDEXED BY IDX-TAR.
               05 TAB-TARIFA-TIPO         PIC X        VALUE SPACES.
               05 TAB-TARIFA-MOEDA        PIC XX       VALUE SPACES.
               05 TAB-TARIFA-VALOR        PIC 9(6)V99  VALUE ZEROS.
               05 TAB-TARIFA-TAXA REDEFINES TAB-TARIFA-VALOR
                                          PIC 9(2)V9(6).
       01  TABELA-PACOTES.
           03 PACOTE-ENTRY OCCURS 20 TIMES INDEXED BY IDX-PAC.
               05 TAB-PAC-CODIGO          PIC X(4)     VALUE SPACES.
               05 TAB-PAC-MOEDA           PIC XX       VALUE SPACES.
               05 TAB-PAC-FRANQUIA        PIC 9(3)     VALUE ZEROS.
               05 TAB-PAC-TARIFA          PIC 9(4)V99  VALUE ZEROS.
               05 TAB-PAC-ISENCAO         PIC 9(7)V99  VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(49) VALUE
                  'JUROS DE CHEQUE ESPECIAL E IOF SOBRE SALDO DIARIO'.
           05 FILLER              PIC X(5)  VALUE ' MES '.
           05 WK-TIT-MES          PIC 9(6).
       01  WK-LINHA-JUROS.
           05 FILLER              PIC X(6)  VALUE 'CONTA '.
           05 WK-JUR-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE '/'.
           05 WK-JUR-CONTA        PIC 9(5).
           05 FILLER              PIC X(6)  VALUE ' DIAS '.
           05 WK-JUR-DIAS         PIC Z9.
           05 FILLER              PIC X(6)  VALUE ' BASE '.
           05 WK-JUR-BASE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(7)  VALUE ' JUROS '.
           05 WK-JUR-JUROS        PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(5)  VALUE ' IOF '.
           05 WK-JUR-IOF          PIC ZZZ.ZZ9,99.
       01  WK-LINHA-TAXAS.
           05 FILLER              PIC X(18) VALUE
                  '      TAXA MENSAL '.
           05 WK-TAX-JUROS        PIC ZZ9,99.
           05 FILLER              PIC X(19) VALUE
                  '%  TAXA DIARIA IOF '.
           05 WK-TAX-IOF          PIC Z9,999999.
           05 FILLER              PIC X     VALUE '%'.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-LINHA-TOTAL-VALOR.
           05 WK-TOV-ROTULO       PIC X(28).
           05 WK-TOV-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71923'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71923'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCGER'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71923'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSHIST
               ON ASCENDING KEY SD-CHAVE-CLASSHIST SD-DATA-CLASSHIST
                                SD-SEQ-CLASSHIST
               INPUT PROCEDURE IS 500-SELECIONAR
               OUTPUT PROCEDURE IS 400-GERAR.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-GERACAO.
           MOVE WK-DATA-GERACAO(1:6) TO WK-MES-REFERENCIA.
           MOVE WK-DATA-GERACAO(7:2) TO WK-DIAS-MES.
           PERFORM 102-CARREGAR-TARIFAS.
           PERFORM 104-CARREGAR-PACOTES.
           PERFORM 106-ABRIR-PACCONTA.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-MES-REFERENCIA TO WK-TIT-MES
                   MOVE WK-LINHA-TITULO   TO REG-RELATORIO
                   PERFORM 216-GRAVAR-RELATORIO
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '101-INICIAR'   TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-TARIFDET.
           EVALUATE WK-FS-TARIFDET
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFDET
                           ' O COMANDO OPEN TARIFDET'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFDET'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFDET TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-TARIFAS.
           OPEN INPUT ARQ-TARIFAS.
           EVALUATE WK-FS-TARIFAS
               MOVE FD-VALOR-TARIFAS TO TAB-TARIFA-VALOR(IDX-TAR)
           END-IF.
           PERFORM 302-LER-TARIFAS.
       104-CARREGAR-PACOTES.
           OPEN INPUT ARQ-PACOTES.
           EVALUATE WK-FS-PACOTES
               WHEN '00'
                   PERFORM 303-LER-PACOTES
                   PERFORM 105-GUARDAR-PACOTE
                       UNTIL WK-FS-PACOTES = '10'
                   CLOSE ARQ-PACOTES
               WHEN '35'
                   DISPLAY 'ARQUIVO PACOTES NAO ENCONTRADO - '
                           'TODAS AS CONTAS COM TARIFA AVULSA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PACOTES
                           ' O COMANDO OPEN PACOTES'
                   MOVE '104-CARREGAR-PACOTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'PACOTES'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PACOTES          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-PACOTE.
           IF WK-QTD-PACOTES NOT < 20
               DISPLAY 'TABELA DE PACOTES CHEIA - ENTRADA IGNORADA '
                       FD-CODIGO-PACOTES ' ' FD-MOEDA-PACOTES
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WK-QTD-PACOTES
               SET IDX-PAC TO WK-QTD-PACOTES
               MOVE FD-CODIGO-PACOTES   TO TAB-PAC-CODIGO(IDX-PAC)
               MOVE FD-MOEDA-PACOTES    TO TAB-PAC-MOEDA(IDX-PAC)
               MOVE FD-FRANQUIA-PACOTES TO TAB-PAC-FRANQUIA(IDX-PAC)
               MOVE FD-TARIFA-PACOTES   TO TAB-PAC-TARIFA(IDX-PAC)
               MOVE FD-ISENCAO-PACOTES  TO TAB-PAC-ISENCAO(IDX-PAC)
           END-IF.
           PERFORM 303-LER-PACOTES.
       106-ABRIR-PACCONTA.
           OPEN INPUT ARQ-PACCONTA.
           EVALUATE WK-FS-PACCONTA
               WHEN '00'
                   PERFORM 304-LER-PACCONTA
               WHEN '35'
                   DISPLAY 'ARQUIVO PACCONTA NAO ENCONTRADO - '
                           'TODAS AS CONTAS COM TARIFA AVULSA'
                   MOVE '10' TO WK-FS-PACCONTA
                   MOVE HIGH-VALUES TO FD-CHAVE-PACCONTA
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PACCONTA
                           ' O COMANDO OPEN PACCONTA'
                   MOVE '106-ABRIR-PACCONTA' TO WK-ERRO-PARAGRAFO
                   MOVE 'PACCONTA'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PACCONTA       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 207-ACUMULAR-MOVIMENTOS.
           IF FD-SITUACAO-CLIENTEN EQUAL 'E'
               CONTINUE
           ELSE
               IF WK-SOMA-NEGATIVOS > ZEROS
                   PERFORM 202-GERAR-JUROS
               END-IF
               PERFORM 208-LOCALIZAR-PACOTE
               IF WK-PACOTE-ACHADO EQUAL 'S'
                   PERFORM 209-APLICAR-PACOTE
               ELSE
                   PERFORM 203-GERAR-TARIFA
               END-IF
           END-IF.
           PERFORM 301-LER-CLIENTEN.
       202-GERAR-JUROS.
           PERFORM 204-LOCALIZAR-TARIFA-JUROS.
           IF WK-TARIFA-ACHADA EQUAL 'S'
               PERFORM 213-LOCALIZAR-TAXA-IOF
               PERFORM 214-CALCULAR-JUROS-IOF
               IF WK-VALOR-JUROS > ZEROS
                   MOVE FD-CHAVE-CLIENTEN  TO FD-CHAVE-LANCGER
                   MOVE WK-DOC-JUROS       TO FD-DOC-LANCGER
                   MOVE 'D'                TO FD-TIPO-LANCGER
                   MOVE WK-VALOR-JUROS     TO FD-VALOR-LANCGER
                   MOVE WK-ORIGEM-ENCARGO  TO FD-TIPO-ORIGEM-LANCGER
                   MOVE FD-MOEDA-CLIENTEN  TO FD-MOEDA-LANCGER
                   MOVE WK-DATA-GERACAO    TO FD-DATA-LANCGER
                   PERFORM 205-GRAVAR-LANCGER
                   ADD 1 TO WK-CONTADOR-JUROS
                   ADD WK-VALOR-JUROS TO WK-SOMA-JUROS
               END-IF
               IF WK-VALOR-IOF > ZEROS
                   MOVE FD-CHAVE-CLIENTEN  TO FD-CHAVE-LANCGER
                   MOVE WK-DOC-IOF         TO FD-DOC-LANCGER
                   MOVE 'D'                TO FD-TIPO-LANCGER
                   MOVE WK-VALOR-IOF       TO FD-VALOR-LANCGER
                   MOVE WK-ORIGEM-ENCARGO  TO FD-TIPO-ORIGEM-LANCGER
                   MOVE FD-MOEDA-CLIENTEN  TO FD-MOEDA-LANCGER
                   MOVE WK-DATA-GERACAO    TO FD-DATA-LANCGER
                   PERFORM 205-GRAVAR-LANCGER
                   ADD 1 TO WK-CONTADOR-IOF
                   ADD WK-VALOR-IOF TO WK-SOMA-IOF
               END-IF
               PERFORM 215-GRAVAR-LINHA-JUROS
           ELSE
               DISPLAY 'SEM TAXA DE JUROS PARA A MOEDA '
                       FD-MOEDA-CLIENTEN ' - CONTA '
           END-IF.
           ADD 1 TO WK-CONTADOR-GERADOS.
           ADD FD-VALOR-LANCGER TO WK-SOMA-GERADOS.
      *
      *  SALDO MEDIO DIARIO DO MES: CADA SALDO PESA PELOS DIAS EM
      *  QUE FICOU NA CONTA, DO DIA 1 ATE O DIA DA GERACAO
      *
       207-ACUMULAR-MOVIMENTOS.
           MOVE ZEROS             TO WK-QTD-DEBITOS.
           MOVE ZEROS             TO WK-SOMA-SALDOS.
           MOVE ZEROS             TO WK-SOMA-NEGATIVOS.
           MOVE ZEROS             TO WK-DIAS-NEGATIVOS.
           MOVE FD-SALDO-CLIENTEN TO WK-SALDO-CORRENTE.
           MOVE 1                 TO WK-DIA-CORRENTE.
           MOVE 'N'               TO WK-TEM-MOVTO.
           PERFORM 402-RETORNAR-MOVTO
               UNTIL WK-CHAVE-MOVTO NOT < FD-CHAVE-CLIENTEN.
           PERFORM 210-SOMAR-MOVIMENTO
               UNTIL WK-CHAVE-MOVTO NOT EQUAL FD-CHAVE-CLIENTEN.
           COMPUTE WK-DIAS-SALDO = WK-DIAS-MES + 1 - WK-DIA-CORRENTE.
           PERFORM 212-ACUMULAR-DIAS.
           COMPUTE WK-SALDO-MEDIO ROUNDED =
                   WK-SOMA-SALDOS / WK-DIAS-MES.
       208-LOCALIZAR-PACOTE.
           MOVE 'N' TO WK-PACOTE-ACHADO.
           PERFORM 304-LER-PACCONTA
               UNTIL FD-CHAVE-PACCONTA NOT < FD-CHAVE-CLIENTEN.
           IF FD-CHAVE-PACCONTA EQUAL FD-CHAVE-CLIENTEN
               SET IDX-PAC TO 1
               SEARCH PACOTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-PAC > WK-QTD-PACOTES
                       CONTINUE
                   WHEN TAB-PAC-CODIGO(IDX-PAC)
                        EQUAL FD-PACOTE-PACCONTA
                        AND TAB-PAC-MOEDA(IDX-PAC)
                            EQUAL FD-MOEDA-CLIENTEN
                       MOVE 'S' TO WK-PACOTE-ACHADO
               END-SEARCH
               IF WK-PACOTE-ACHADO EQUAL 'N'
                   DISPLAY 'PACOTE ' FD-PACOTE-PACCONTA
                           ' SEM CADASTRO PARA A MOEDA '
                           FD-MOEDA-CLIENTEN ' - CONTA '
                           FD-CHAVE-CLIENTEN ' COM TARIFA AVULSA'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       209-APLICAR-PACOTE.
           MOVE 'N'   TO WK-ISENTO.
           MOVE ZEROS TO WK-VALOR-TARIFA.
           IF TAB-PAC-ISENCAO(IDX-PAC) > ZEROS
               AND WK-SALDO-MEDIO > TAB-PAC-ISENCAO(IDX-PAC)
               MOVE 'S' TO WK-ISENTO
               ADD 1 TO WK-CONTADOR-ISENTOS
           ELSE
               PERFORM 203-GERAR-TARIFA
           END-IF.
           MOVE ZEROS TO WK-QTD-COBRADOS.
           MOVE ZEROS TO WK-VALOR-EXCEDENTE.
           IF WK-QTD-DEBITOS > TAB-PAC-FRANQUIA(IDX-PAC)
               COMPUTE WK-QTD-COBRADOS =
                       WK-QTD-DEBITOS - TAB-PAC-FRANQUIA(IDX-PAC)
               COMPUTE WK-VALOR-EXCEDENTE =
                       WK-QTD-COBRADOS * TAB-PAC-TARIFA(IDX-PAC)
                   ON SIZE ERROR
                       DISPLAY 'TARIFA DE EXCEDENTE ESTOURA O CAMPO - '
                               'CONTA ' FD-CHAVE-CLIENTEN
                               ' NAO COBRADA'
                       MOVE ZEROS TO WK-QTD-COBRADOS
                       MOVE ZEROS TO WK-VALOR-EXCEDENTE
                       MOVE 4 TO RETURN-CODE
               END-COMPUTE
           END-IF.
           IF WK-VALOR-EXCEDENTE > ZEROS
               MOVE FD-CHAVE-CLIENTEN  TO FD-CHAVE-LANCGER
               MOVE WK-DOC-EXCEDENTE   TO FD-DOC-LANCGER
               MOVE 'D'                TO FD-TIPO-LANCGER
               MOVE WK-VALOR-EXCEDENTE TO FD-VALOR-LANCGER
               MOVE SPACE              TO FD-TIPO-ORIGEM-LANCGER
               MOVE FD-MOEDA-CLIENTEN  TO FD-MOEDA-LANCGER
               MOVE WK-DATA-GERACAO    TO FD-DATA-LANCGER
               PERFORM 205-GRAVAR-LANCGER
               ADD 1 TO WK-CONTADOR-EXCEDENTE
           END-IF.
           PERFORM 211-GRAVAR-TARIFDET.
       210-SOMAR-MOVIMENTO.
           IF WK-TEM-MOVTO EQUAL 'N'
               MOVE 'S' TO WK-TEM-MOVTO
               MOVE SD-SALDO-ANTES-CLASSHIST TO WK-SALDO-CORRENTE
           END-IF.
           MOVE SD-DATA-CLASSHIST(7:2) TO WK-DIA-MOVTO.
           IF WK-DIA-MOVTO > WK-DIAS-MES
               MOVE WK-DIAS-MES TO WK-DIA-MOVTO
           END-IF.
           COMPUTE WK-DIAS-SALDO = WK-DIA-MOVTO - WK-DIA-CORRENTE.
           PERFORM 212-ACUMULAR-DIAS.
           MOVE WK-DIA-MOVTO TO WK-DIA-CORRENTE.
           MOVE SD-SALDO-DEPOIS-CLASSHIST TO WK-SALDO-CORRENTE.
           IF SD-TIPO-CLASSHIST EQUAL 'D'
               AND SD-DOC-CLASSHIST NOT EQUAL WK-DOC-JUROS
               AND SD-DOC-CLASSHIST NOT EQUAL WK-DOC-TARIFA
               AND SD-DOC-CLASSHIST NOT EQUAL WK-DOC-EXCEDENTE
               AND SD-DOC-CLASSHIST NOT EQUAL WK-DOC-IOF
               ADD 1 TO WK-QTD-DEBITOS
           END-IF.
           PERFORM 402-RETORNAR-MOVTO.
       211-GRAVAR-TARIFDET.
           MOVE FD-CHAVE-CLIENTEN        TO FD-CHAVE-TARIFDET.
           MOVE WK-MES-REFERENCIA        TO FD-MES-TARIFDET.
           MOVE TAB-PAC-CODIGO(IDX-PAC)  TO FD-PACOTE-TARIFDET.
           MOVE WK-QTD-DEBITOS           TO FD-DEBITOS-TARIFDET.
           MOVE TAB-PAC-FRANQUIA(IDX-PAC) TO FD-FRANQUIA-TARIFDET.
           MOVE WK-QTD-COBRADOS          TO FD-COBRADOS-TARIFDET.
           MOVE TAB-PAC-TARIFA(IDX-PAC)  TO FD-TARIFA-TARIFDET.
           MOVE WK-VALOR-EXCEDENTE       TO FD-EXCEDENTE-TARIFDET.
           MOVE WK-SALDO-MEDIO           TO FD-SALDO-MEDIO-TARIFDET.
           MOVE TAB-PAC-ISENCAO(IDX-PAC) TO FD-ISENCAO-TARIFDET.
           MOVE WK-ISENTO                TO FD-ISENTO-TARIFDET.
           MOVE WK-VALOR-TARIFA          TO FD-MANUTENCAO-TARIFDET.
           MOVE WK-DATA-GERACAO          TO FD-DATA-TARIFDET.
           WRITE REG-TARIFDET.
           IF WK-FS-TARIFDET NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TARIFDET
                       ' O COMANDO WRITE TARIFDET'
               MOVE '211-GRAVAR-TARIFDET' TO WK-ERRO-PARAGRAFO
               MOVE 'TARIFDET'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TARIFDET        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       212-ACUMULAR-DIAS.
           COMPUTE WK-SOMA-SALDOS = WK-SOMA-SALDOS
                   + WK-SALDO-CORRENTE * WK-DIAS-SALDO.
           IF WK-SALDO-CORRENTE < ZEROS
               COMPUTE WK-SOMA-NEGATIVOS = WK-SOMA-NEGATIVOS
                       - WK-SALDO-CORRENTE * WK-DIAS-SALDO
               ADD WK-DIAS-SALDO TO WK-DIAS-NEGATIVOS
           END-IF.
       213-LOCALIZAR-TAXA-IOF.
           MOVE ZEROS TO WK-TAXA-IOF.
           SET IDX-TAR TO 1.
           SEARCH TARIFA-ENTRY
               AT END
                   DISPLAY 'SEM TAXA DE IOF PARA A MOEDA '
                           FD-MOEDA-CLIENTEN ' - CONTA '
                           FD-CHAVE-CLIENTEN ' SEM IOF'
                   MOVE 4 TO RETURN-CODE
               WHEN IDX-TAR > WK-QTD-TARIFAS
                   DISPLAY 'SEM TAXA DE IOF PARA A MOEDA '
                           FD-MOEDA-CLIENTEN ' - CONTA '
                           FD-CHAVE-CLIENTEN ' SEM IOF'
                   MOVE 4 TO RETURN-CODE
               WHEN TAB-TARIFA-TIPO(IDX-TAR) EQUAL 'I'
                    AND TAB-TARIFA-MOEDA(IDX-TAR)
                        EQUAL FD-MOEDA-CLIENTEN
                   MOVE TAB-TARIFA-TAXA(IDX-TAR) TO WK-TAXA-IOF
           END-SEARCH.
      *
      *  JUROS = SOMA DOS SALDOS DIARIOS NEGATIVOS X TAXA MENSAL / 30
      *  IOF   = MESMA BASE X TAXA DIARIA DO IOF
      *
       214-CALCULAR-JUROS-IOF.
           COMPUTE WK-VALOR-JUROS ROUNDED =
                   WK-SOMA-NEGATIVOS * WK-TAXA-JUROS / 3000
               ON SIZE ERROR
                   DISPLAY 'JUROS ESTOURAM O CAMPO - CONTA '
                           FD-CHAVE-CLIENTEN ' SEM JUROS'
                   MOVE ZEROS TO WK-VALOR-JUROS
                   MOVE 4 TO RETURN-CODE
           END-COMPUTE.
           COMPUTE WK-VALOR-IOF ROUNDED =
                   WK-SOMA-NEGATIVOS * WK-TAXA-IOF / 100
               ON SIZE ERROR
                   DISPLAY 'IOF ESTOURA O CAMPO - CONTA '
                           FD-CHAVE-CLIENTEN ' SEM IOF'
                   MOVE ZEROS TO WK-VALOR-IOF
                   MOVE 4 TO RETURN-CODE
           END-COMPUTE.
       215-GRAVAR-LINHA-JUROS.
           MOVE FD-AGENCIA-CLIENTEN TO WK-JUR-AGENCIA.
           MOVE FD-CONTA-CLIENTEN   TO WK-JUR-CONTA.
           MOVE WK-DIAS-NEGATIVOS   TO WK-JUR-DIAS.
           MOVE WK-SOMA-NEGATIVOS   TO WK-JUR-BASE.
           MOVE WK-VALOR-JUROS      TO WK-JUR-JUROS.
           MOVE WK-VALOR-IOF        TO WK-JUR-IOF.
           MOVE WK-LINHA-JUROS      TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
           MOVE WK-TAXA-JUROS       TO WK-TAX-JUROS.
           MOVE WK-TAXA-IOF         TO WK-TAX-IOF.
           MOVE WK-LINHA-TAXAS      TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
       216-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '216-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *******************************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-PACOTES.
           READ ARQ-PACOTES.
           EVALUATE WK-FS-PACOTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PACOTES
                           ' O COMANDO READ PACOTES'
                   MOVE '303-LER-PACOTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'PACOTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PACOTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-PACCONTA.
           READ ARQ-PACCONTA.
           EVALUATE WK-FS-PACCONTA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-PACCONTA
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PACCONTA
                           ' O COMANDO READ PACCONTA'
                   MOVE '304-LER-PACCONTA' TO WK-ERRO-PARAGRAFO
                   MOVE 'PACCONTA'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PACCONTA     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO READ HISTEXT'
                   MOVE '305-LER-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-GERAR SECTION.
       401-GERAR.
           PERFORM 402-RETORNAR-MOVTO.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTEN = '10'.
           GO TO 409-GERAR-EXIT.
       402-RETORNAR-MOVTO.
           RETURN ARQ-CLASSHIST
               AT END
                   MOVE HIGH-VALUES TO WK-CHAVE-MOVTO
           END-RETURN.
           IF WK-CHAVE-MOVTO NOT EQUAL HIGH-VALUES
               MOVE SD-CHAVE-CLASSHIST TO WK-CHAVE-MOVTO
           END-IF.
       409-GERAR-EXIT.
           EXIT.
      *******************************************************
       500-SELECIONAR SECTION.
       501-SELECIONAR.
           OPEN INPUT ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   PERFORM 305-LER-HISTEXT
                   PERFORM 502-LIBERAR-MOVIMENTO
                       UNTIL WK-FS-HISTEXT = '10'
                   CLOSE ARQ-HISTEXT
               WHEN '35'
                   DISPLAY 'ARQUIVO HISTEXT NAO ENCONTRADO - PACOTES '
                           'SEM DEBITOS E SALDO MEDIO PELO SALDO ATUAL'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO OPEN HISTEXT'
                   MOVE '501-SELECIONAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'        TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT    TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           GO TO 509-SELECIONAR-EXIT.
       502-LIBERAR-MOVIMENTO.
           IF FD-DATA-HISTEXT(1:6) EQUAL WK-MES-REFERENCIA
               MOVE FD-AGENCIA-HISTEXT      TO SD-CHAVE-CLASSHIST(1:4)
               MOVE FD-CONTA-HISTEXT        TO SD-CHAVE-CLASSHIST(5:5)
               MOVE FD-DATA-HISTEXT         TO SD-DATA-CLASSHIST
               ADD 1 TO WK-SEQ-RELEASE
               MOVE WK-SEQ-RELEASE          TO SD-SEQ-CLASSHIST
               MOVE FD-DOC-HISTEXT          TO SD-DOC-CLASSHIST
               MOVE FD-TIPO-HISTEXT         TO SD-TIPO-CLASSHIST
               MOVE FD-SALDO-ANTES-HISTEXT  TO SD-SALDO-ANTES-CLASSHIST
               MOVE FD-SALDO-DEPOIS-HISTEXT
                    TO SD-SALDO-DEPOIS-CLASSHIST
               RELEASE REG-CLASSHIST
           END-IF.
           PERFORM 305-LER-HISTEXT.
       509-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVAR-TRAILER-LANCGER.
           MOVE 'LANCAMENTOS DE JUROS     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-JUROS             TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE JUROS           = ' TO WK-TOV-ROTULO.
           MOVE WK-SOMA-JUROS                 TO WK-TOV-VALOR.
           MOVE WK-LINHA-TOTAL-VALOR          TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
           MOVE 'LANCAMENTOS DE IOF       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-IOF               TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE IOF             = ' TO WK-TOV-ROTULO.
           MOVE WK-SOMA-IOF                   TO WK-TOV-VALOR.
           MOVE WK-LINHA-TOTAL-VALOR          TO REG-RELATORIO.
           PERFORM 216-GRAVAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-PACCONTA.
           CLOSE ARQ-TARIFDET.
           CLOSE ARQ-LANCGER.
           IF WK-FS-LANCGER NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCGER
           END-IF.
           DISPLAY 'GERACAO MENSAL CONCLUIDA'.
           DISPLAY 'LANCAMENTOS DE JUROS   = ' WK-CONTADOR-JUROS.
           DISPLAY 'LANCAMENTOS DE IOF     = ' WK-CONTADOR-IOF.
           DISPLAY 'LANCAMENTOS DE TARIFA  = ' WK-CONTADOR-TARIFA.
           DISPLAY 'TARIFAS DE EXCEDENTE   = ' WK-CONTADOR-EXCEDENTE.
           DISPLAY 'MANUTENCOES ISENTAS    = ' WK-CONTADOR-ISENTOS.
           DISPLAY 'TOTAL GERADO           = ' WK-CONTADOR-GERADOS.
       902-GRAVAR-TRAILER-LANCGER.
           MOVE SPACES              TO REG-LANCGER.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-GERADOS TO WK-FED-QTDE.
           MOVE WK-SOMA-GERADOS TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE WK-MES-REFERENCIA TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
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
