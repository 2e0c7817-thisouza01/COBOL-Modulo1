       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71981 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  RENTABILIDADE MENSAL POR CLIENTE (CPF/CNPJ) - CRUZA *
      *  O CLIMST E O CLIXREF COM AS RECEITAS E CUSTOS DO    *
      *  MES DO MOVIMENTO: TARIFAS E JUROS DE CHEQUE         *
      *  ESPECIAL LANCADOS NO HISTEXT (DOCS 9801 A 9803 DO   *
      *  LANCGER DO EAD71923), TARIFAS DA CONTRATACAO DE     *
      *  EMPRESTIMO DO LANCDESB DO EAD71952 (DOCS 9811 A     *
      *  9820 OU O DOC DA TARIFA NO TARIFCET), JUROS DAS     *
      *  PRESTACOES DE EMPRESTIMO PAGAS NO MES (EMPMST/      *
      *  PAGTOS), JUROS CREDITADOS AO CLIENTE (DOC 9801 A    *
      *  CREDITO) E A                                        *
      *  VARIACAO DA PROVISAO NO MES (PROVISAO X PROVANT DO  *
      *  EAD71951). CLASSIFICA OS CLIENTES DE CADA AGENCIA   *
      *  PELA MARGEM LIQUIDA E GRAVA O RENTAB PARA OS        *
      *  GERENTES DE RELACIONAMENTO                          *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIMST ASSIGN TO CLIMST
               FILE STATUS IS WK-FS-CLIMST.
           SELECT ARQ-CLIXREF ASSIGN TO CLIXREF
               FILE STATUS IS WK-FS-CLIXREF.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-EMPMST ASSIGN TO EMPMST
               FILE STATUS IS WK-FS-EMPMST.
           SELECT ARQ-PAGTOS ASSIGN TO PAGTOS
               FILE STATUS IS WK-FS-PAGTOS.
           SELECT ARQ-PROVISAO ASSIGN TO PROVISAO
               FILE STATUS IS WK-FS-PROVISAO.
           SELECT ARQ-PROVANT ASSIGN TO PROVANT
               FILE STATUS IS WK-FS-PROVANT.
           SELECT ARQ-TARIFCET ASSIGN TO TARIFCET
               FILE STATUS IS WK-FS-TARIFCET.
           SELECT ARQ-RENTAB ASSIGN TO RENTAB
               FILE STATUS IS WK-FS-RENTAB.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSRENT ASSIGN TO CLASSRENT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIMST
            RECORDING MODE IS F.
       01  REG-CLIMST.
           05 FD-CPF-CLIMST               PIC 9(14).
           05 FD-NOME-CLIMST              PIC X(30).
       FD   ARQ-CLIXREF
            RECORDING MODE IS F.
       01  REG-CLIXREF.
           05 FD-CPF-CLIXREF              PIC 9(14).
           05 FD-TIPO-CLIXREF             PIC X.
           05 FD-CHAVE-CLIXREF            PIC X(9).
       FD   ARQ-HISTEXT
            RECORDING MODE IS F.
       01  REG-HISTEXT.
           05 FD-CHAVE-HISTEXT.
               10 FD-AGENCIA-HISTEXT      PIC X(4).
               10 FD-CONTA-HISTEXT        PIC 9(5).
           05 FD-DOC-HISTEXT              PIC 9(4).
           05 FD-TIPO-HISTEXT             PIC A.
           05 FD-VALOR-HISTEXT            PIC 9(6)V99.
           05 FD-SALDO-ANTES-HISTEXT      PIC S9(6)V99.
           05 FD-SALDO-DEPOIS-HISTEXT     PIC S9(6)V99.
           05 FD-DATA-HISTEXT             PIC 9(8).
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
       FD   ARQ-PROVISAO
            RECORDING MODE IS F.
       01  REG-PROVISAO.
           05 FD-CHAVE-PROVISAO           PIC X(12).
           05 FD-CLASSE-PROVISAO          PIC X.
           05 FD-VALOR-PROVISAO           PIC 9(9)V99.
       FD   ARQ-PROVANT
            RECORDING MODE IS F.
       01  REG-PROVANT.
           05 FD-CHAVE-PROVANT            PIC X(12).
           05 FD-CLASSE-PROVANT           PIC X.
           05 FD-VALOR-PROVANT            PIC 9(9)V99.
       FD   ARQ-TARIFCET
            RECORDING MODE IS F.
       01  REG-TARIFCET.
           05 FD-CODIGO-TARIFCET          PIC X(4).
           05 FD-DESCRICAO-TARIFCET       PIC X(20).
           05 FD-FIXO-TARIFCET            PIC 9(5)V99.
           05 FD-PERCENTUAL-TARIFCET      PIC 9V9999.
           05 FD-PCT-DIA-TARIFCET         PIC 9V9(6).
           05 FD-DOC-TARIFCET             PIC 9(4).
       FD   ARQ-RENTAB
            RECORDING MODE IS F.
       01  REG-RENTAB.
           05 FD-AGENCIA-RENTAB           PIC X(4).
           05 FD-MES-RENTAB               PIC 9(6).
           05 FD-RANKING-RENTAB           PIC 9(5).
           05 FD-CPF-RENTAB               PIC 9(14).
           05 FD-NOME-RENTAB              PIC X(30).
           05 FD-TARIFAS-RENTAB           PIC S9(9)V99.
           05 FD-JUROS-CE-RENTAB          PIC 9(9)V99.
           05 FD-JUROS-EMP-RENTAB         PIC 9(9)V99.
           05 FD-RECEITA-RENTAB           PIC S9(9)V99.
           05 FD-JUROS-PAGOS-RENTAB       PIC 9(9)V99.
           05 FD-PROVISAO-RENTAB          PIC S9(9)V99.
           05 FD-CUSTO-RENTAB             PIC S9(9)V99.
           05 FD-MARGEM-RENTAB            PIC S9(9)V99.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSRENT.
       01  REG-CLASSRENT.
           05 SD-AGENCIA-CLASSRENT        PIC X(4).
           05 SD-MARGEM-CLASSRENT         PIC S9(9)V99.
           05 SD-CPF-CLASSRENT            PIC 9(14).
           05 SD-NOME-CLASSRENT           PIC X(30).
           05 SD-TARIFAS-CLASSRENT        PIC S9(9)V99.
           05 SD-JUROS-CE-CLASSRENT       PIC 9(9)V99.
           05 SD-JUROS-EMP-CLASSRENT      PIC 9(9)V99.
           05 SD-RECEITA-CLASSRENT        PIC S9(9)V99.
           05 SD-JUROS-PAGOS-CLASSRENT    PIC 9(9)V99.
           05 SD-PROVISAO-CLASSRENT       PIC S9(9)V99.
           05 SD-CUSTO-CLASSRENT          PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIMST       PIC XX            VALUE SPACES.
       77  WK-FS-CLIXREF      PIC XX            VALUE SPACES.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOS       PIC XX            VALUE SPACES.
       77  WK-FS-PROVISAO     PIC XX            VALUE SPACES.
       77  WK-FS-PROVANT      PIC XX            VALUE SPACES.
       77  WK-FS-TARIFCET     PIC XX            VALUE SPACES.
       77  WK-FS-RENTAB       PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DOC-JUROS       PIC 9(4)          VALUE 9801.
       77  WK-DOC-TARIFA      PIC 9(4)          VALUE 9802.
       77  WK-DOC-EXCEDENTE   PIC 9(4)          VALUE 9803.
       77  WK-DOC-CET-INI     PIC 9(4)          VALUE 9811.
       77  WK-DOC-CET-FIM     PIC 9(4)          VALUE 9820.
       77  WK-DOC-RESERVADO   PIC 9(4)          VALUE 9500.
       77  WK-QTD-DOCS-CET    PIC 99            VALUE ZEROS.
       77  WK-TARIFA-CET      PIC X             VALUE 'N'.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATA-PROC-DESM.
           05 WK-PROC-ANO-MES     PIC 9(6).
           05 WK-PROC-DIA         PIC 99.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-CHAVE-VINCULO.
           05 WK-VIN-AGENCIA      PIC X(4).
           05 WK-VIN-CONTA        PIC 9(5).
       77  WK-TIPO-VINCULO    PIC X             VALUE SPACE.
       77  WK-QTD-CLIENTES    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-VINCULOS    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-PROVANT     PIC 9(3)          VALUE ZEROS.
       77  WK-CPF-ACHADO      PIC X             VALUE 'N'.
       77  WK-CPF-TRABALHO    PIC 9(14)         VALUE ZEROS.
       77  WK-PROVANT-ACHADA  PIC X             VALUE 'N'.
       77  WK-QTD-PAGAS-ANTES PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-PAGAS-MES   PIC 9(3)          VALUE ZEROS.
       77  WK-PRESTACAO-NUM   PIC 9(3)          VALUE ZEROS.
       77  WK-ULTIMA-PARCELA  PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-RESTANTES   PIC 9(3)          VALUE ZEROS.
       77  WK-PARCELA         PIC 9(3)          VALUE ZEROS.
       77  WK-SALDO-DEVEDOR   PIC 9(9)V99       VALUE ZEROS.
       77  WK-AMORTIZACAO-SAC PIC 9(7)V99       VALUE ZEROS.
       77  WK-PRINCIPAL-PARC  PIC 9(7)V99       VALUE ZEROS.
       77  WK-JUROS-PARC      PIC 9(7)V99       VALUE ZEROS.
       77  WK-JUROS-CONTRATO  PIC 9(9)V99       VALUE ZEROS.
       77  WK-TAXA-MENSAL     PIC 9V9(6)        VALUE ZEROS.
       77  WK-FATOR-DESCONTO  PIC 9(3)V9(6)     VALUE ZEROS.
       77  WK-VALOR-PRESENTE  PIC 9V9(8)        VALUE ZEROS.
       77  WK-PROVISAO-ANTERIOR PIC 9(9)V99     VALUE ZEROS.
       77  WK-VARIACAO-PROVISAO PIC S9(9)V99    VALUE ZEROS.
       77  WK-RECEITA         PIC S9(9)V99      VALUE ZEROS.
       77  WK-CUSTO           PIC S9(9)V99      VALUE ZEROS.
       77  WK-FIM-CLASSRENT   PIC X             VALUE 'N'.
       77  WK-AGENCIA-ATUAL   PIC X(4)          VALUE HIGH-VALUES.
       77  WK-RANKING         PIC 9(5)          VALUE ZEROS.
       77  WK-AGE-RECEITA     PIC S9(11)V99     VALUE ZEROS.
       77  WK-AGE-CUSTO       PIC S9(11)V99     VALUE ZEROS.
       77  WK-AGE-MARGEM      PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-TARIFAS     PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-JUROS-CE    PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-JUROS-EMP   PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-RECEITA     PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-JUROS-PAGOS PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-PROVISAO    PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-CUSTO       PIC S9(11)V99     VALUE ZEROS.
       77  WK-GER-MARGEM      PIC S9(11)V99     VALUE ZEROS.
       77  WK-CONTADOR-LANCAMENTOS PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-CONTRATOS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-SEM-VINCULO PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-CLASSIFICADOS PIC 9(9)   VALUE ZEROS.
       77  WK-CONTADOR-SEM-MOVIMENTO PIC 9(9)   VALUE ZEROS.
       77  WK-CONTADOR-RENTAB PIC 9(9)          VALUE ZEROS.
       01  TABELA-CLIMST.
           03 CLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-CLI.
               05 TAB-CLI-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-CLI-NOME            PIC X(30)    VALUE SPACES.
               05 TAB-CLI-AGENCIA         PIC X(4)     VALUE SPACES.
               05 TAB-CLI-TARIFAS         PIC S9(9)V99 VALUE ZEROS.
               05 TAB-CLI-JUROS-CE        PIC 9(9)V99  VALUE ZEROS.
               05 TAB-CLI-JUROS-EMP       PIC 9(9)V99  VALUE ZEROS.
               05 TAB-CLI-JUROS-PAGOS     PIC 9(9)V99  VALUE ZEROS.
               05 TAB-CLI-PROVISAO        PIC S9(9)V99 VALUE ZEROS.
       01  TABELA-CLIXREF.
           03 XREF-ENTRY OCCURS 500 TIMES INDEXED BY IDX-XRF.
               05 TAB-XRF-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-XRF-TIPO            PIC X        VALUE SPACE.
               05 TAB-XRF-CHAVE           PIC X(9)     VALUE SPACES.
       01  TABELA-PROVANT.
           03 PROVANT-ENTRY OCCURS 500 TIMES INDEXED BY IDX-PAN.
               05 TAB-PAN-CHAVE           PIC X(12)    VALUE SPACES.
               05 TAB-PAN-VALOR           PIC 9(9)V99  VALUE ZEROS.
               05 TAB-PAN-USADA           PIC X        VALUE 'N'.
       01  TABELA-DOCS-CET.
           03 DCT-ENTRY OCCURS 10 TIMES INDEXED BY IDX-DCT.
               05 TAB-DCT-DOC             PIC 9(4)     VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(36) VALUE
                  'RENTABILIDADE POR CLIENTE - AGENCIA '.
           05 WK-TIT-AGENCIA      PIC X(4).
           05 FILLER              PIC X(5)  VALUE ' MES '.
           05 WK-TIT-MES          PIC 9(6).
       01  WK-LINHA-CABECALHO.
           05 FILLER              PIC X(6)  VALUE ' RANK '.
           05 FILLER              PIC X(15) VALUE 'CPF/CNPJ'.
           05 FILLER              PIC X(15) VALUE 'NOME'.
           05 FILLER              PIC X(14) VALUE
                  '       RECEITA'.
           05 FILLER              PIC X(14) VALUE
                  '         CUSTO'.
           05 FILLER              PIC X(14) VALUE
                  '        MARGEM'.
       01  WK-LINHA-DETALHE.
           05 WK-DET-RANKING      PIC ZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-CPF          PIC 9(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-NOME         PIC X(15).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-RECEITA      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-CUSTO        PIC -Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DET-MARGEM       PIC -Z.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAL-AGENCIA.
           05 FILLER              PIC X(16) VALUE
                  '  TOTAL AGENCIA '.
           05 WK-TAG-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TAG-CLIENTES     PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE ' CLIENTES '.
           05 WK-TAG-RECEITA      PIC -Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TAG-CUSTO        PIC -Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TAG-MARGEM       PIC -Z.ZZZ.ZZ9,99.
       01  WK-LINHA-RESUMO.
           05 WK-RES-ROTULO       PIC X(28).
           05 WK-RES-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-CONTADOR.
           05 WK-CNT-ROTULO       PIC X(28).
           05 WK-CNT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71981'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-ACUMULAR-HISTEXT UNTIL WK-FS-HISTEXT = '10'.
           PERFORM 204-ACUMULAR-CONTRATO UNTIL WK-FS-EMPMST = '10'.
           PERFORM 212-ACUMULAR-PROVISAO UNTIL WK-FS-PROVISAO = '10'.
           IF WK-QTD-PROVANT NOT EQUAL ZEROS
               PERFORM 214-REVERTER-PROVANT
                   VARYING IDX-PAN FROM 1 BY 1
                   UNTIL IDX-PAN > WK-QTD-PROVANT
           END-IF.
           SORT ARQ-CLASSRENT
               ON ASCENDING KEY SD-AGENCIA-CLASSRENT
               ON DESCENDING KEY SD-MARGEM-CLASSRENT
               INPUT PROCEDURE IS 500-LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS 600-CLASSIFICAR-CLIENTES.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           MOVE WK-DATA-PROCESSAMENTO TO WK-DATA-PROC-DESM.
           PERFORM 103-CARREGAR-CLIMST.
           PERFORM 104-CARREGAR-CLIXREF.
           PERFORM 106-CARREGAR-PROVANT.
           PERFORM 109-CARREGAR-TARIFCET.
           OPEN INPUT ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   PERFORM 301-LER-HISTEXT
               WHEN '35'
                   DISPLAY 'ARQUIVO HISTEXT NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO OPEN HISTEXT'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   PERFORM 302-LER-EMPMST
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPMST NAO ENCONTRADO - '
                           'RENTABILIDADE SEM EMPRESTIMOS'
                   MOVE '10' TO WK-FS-EMPMST
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
                   PERFORM 303-LER-PAGTOS
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGTOS NAO ENCONTRADO - '
                           'SEM JUROS DE EMPRESTIMO NO MES'
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
           OPEN INPUT ARQ-PROVISAO.
           EVALUATE WK-FS-PROVISAO
               WHEN '00'
                   PERFORM 304-LER-PROVISAO
               WHEN '35'
                   DISPLAY 'ARQUIVO PROVISAO NAO ENCONTRADO - '
                           'RENTABILIDADE SEM CUSTO DE PROVISAO'
                   MOVE '10' TO WK-FS-PROVISAO
                   MOVE ZEROS TO WK-QTD-PROVANT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVISAO
                           ' O COMANDO OPEN PROVISAO'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVISAO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVISAO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RENTAB.
           EVALUATE WK-FS-RENTAB
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RENTAB
                           ' O COMANDO OPEN RENTAB'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RENTAB'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RENTAB  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   CONTINUE
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
       103-CARREGAR-CLIMST.
           OPEN INPUT ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   PERFORM 305-LER-CLIMST
                   PERFORM 105-GUARDAR-CLIMST
                       UNTIL WK-FS-CLIMST = '10'
                   CLOSE ARQ-CLIMST
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO OPEN CLIMST'
                   MOVE '103-CARREGAR-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-CLIENTES EQUAL ZEROS
               DISPLAY 'ARQUIVO CLIMST VAZIO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       105-GUARDAR-CLIMST.
           IF WK-QTD-CLIENTES NOT < 200
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                       FD-CPF-CLIMST ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-CLIENTES
               SET IDX-CLI TO WK-QTD-CLIENTES
               MOVE FD-CPF-CLIMST  TO TAB-CLI-CPF(IDX-CLI)
               MOVE FD-NOME-CLIMST TO TAB-CLI-NOME(IDX-CLI)
           END-IF.
           PERFORM 305-LER-CLIMST.
       104-CARREGAR-CLIXREF.
           OPEN INPUT ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   PERFORM 306-LER-CLIXREF
                   PERFORM 107-GUARDAR-CLIXREF
                       UNTIL WK-FS-CLIXREF = '10'
                   CLOSE ARQ-CLIXREF
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIXREF NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO OPEN CLIXREF'
                   MOVE '104-CARREGAR-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    A AGENCIA DO CLIENTE NO RANKING E A DO PRIMEIRO VINCULO
      *    (CONTA OU CONTRATO) DELE NO CLIXREF
      *
       107-GUARDAR-CLIXREF.
           IF WK-QTD-VINCULOS NOT < 500
               DISPLAY 'TABELA DE VINCULOS CHEIA - VINCULO '
                       FD-CHAVE-CLIXREF ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VINCULOS
               SET IDX-XRF TO WK-QTD-VINCULOS
               MOVE FD-CPF-CLIXREF   TO TAB-XRF-CPF(IDX-XRF)
               MOVE FD-TIPO-CLIXREF  TO TAB-XRF-TIPO(IDX-XRF)
               MOVE FD-CHAVE-CLIXREF TO TAB-XRF-CHAVE(IDX-XRF)
               MOVE FD-CPF-CLIXREF   TO WK-CPF-TRABALHO
               PERFORM 222-LOCALIZAR-CLIENTE
               IF WK-CPF-ACHADO EQUAL 'S'
                   AND TAB-CLI-AGENCIA(IDX-CLI) EQUAL SPACES
                   MOVE FD-CHAVE-CLIXREF(1:4)
                        TO TAB-CLI-AGENCIA(IDX-CLI)
               END-IF
           END-IF.
           PERFORM 306-LER-CLIXREF.
       106-CARREGAR-PROVANT.
           OPEN INPUT ARQ-PROVANT.
           EVALUATE WK-FS-PROVANT
               WHEN '00'
                   PERFORM 307-LER-PROVANT
                   PERFORM 108-GUARDAR-PROVANT
                       UNTIL WK-FS-PROVANT = '10'
                   CLOSE ARQ-PROVANT
               WHEN '35'
                   DISPLAY 'ARQUIVO PROVANT NAO ENCONTRADO - '
                           'PROVISAO INTEGRAL TRATADA COMO CUSTO DO MES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVANT
                           ' O COMANDO OPEN PROVANT'
                   MOVE '106-CARREGAR-PROVANT' TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVANT'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVANT          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-GUARDAR-PROVANT.
           IF WK-QTD-PROVANT NOT < 500
               DISPLAY 'TABELA DE PROVISAO ANTERIOR CHEIA - '
                       'CONTRATO ' FD-CHAVE-PROVANT ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-PROVANT
               SET IDX-PAN TO WK-QTD-PROVANT
               MOVE FD-CHAVE-PROVANT TO TAB-PAN-CHAVE(IDX-PAN)
               MOVE FD-VALOR-PROVANT TO TAB-PAN-VALOR(IDX-PAN)
           END-IF.
           PERFORM 307-LER-PROVANT.
      *
      *    TARIFAS DE CONTRATACAO COM DOC PROPRIO NO TARIFCET; AS
      *    SEM DOC SAO LANCADAS PELO EAD71952 NOS DOCS 9811 A 9820
      *    E OS DOCS A PARTIR DE 9500 SAO RECUSADOS PELO EAD71986
      *
       109-CARREGAR-TARIFCET.
           OPEN INPUT ARQ-TARIFCET.
           EVALUATE WK-FS-TARIFCET
               WHEN '00'
                   PERFORM 308-LER-TARIFCET
                   PERFORM 110-GUARDAR-TARIFCET
                       UNTIL WK-FS-TARIFCET = '10'
                   CLOSE ARQ-TARIFCET
               WHEN '35'
                   DISPLAY 'ARQUIVO TARIFCET NAO ENCONTRADO - '
                           'TARIFAS DE CONTRATACAO SO NOS DOCS 9811 '
                           'A 9820'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFCET
                           ' O COMANDO OPEN TARIFCET'
                   MOVE '109-CARREGAR-TARIFCET' TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFCET'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFCET          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       110-GUARDAR-TARIFCET.
           IF FD-DOC-TARIFCET NOT EQUAL ZEROS
               AND FD-DOC-TARIFCET < WK-DOC-RESERVADO
               AND WK-QTD-DOCS-CET < 10
               ADD 1 TO WK-QTD-DOCS-CET
               SET IDX-DCT TO WK-QTD-DOCS-CET
               MOVE FD-DOC-TARIFCET TO TAB-DCT-DOC(IDX-DCT)
           END-IF.
           PERFORM 308-LER-TARIFCET.
      *******************************************************
       200-PROCESSAR SECTION.
      *
      *    LANCAMENTOS DO MES DO MOVIMENTO NOS DOCS DE JUROS E
      *    TARIFAS (INCLUSIVE AS DE CONTRATACAO DE EMPRESTIMO):
      *    DEBITO E RECEITA; CREDITO DE TARIFA E ESTORNO (REDUZ A
      *    RECEITA) E CREDITO DE JUROS E JURO PAGO AO CLIENTE
      *    (CUSTO)
      *
       201-ACUMULAR-HISTEXT.
           PERFORM 203-VERIFICAR-TARIFA-CET.
           IF FD-DATA-HISTEXT(1:6) EQUAL WK-PROC-ANO-MES
               AND ((FD-DOC-HISTEXT NOT < WK-DOC-JUROS
                     AND FD-DOC-HISTEXT NOT > WK-DOC-EXCEDENTE)
                    OR WK-TARIFA-CET EQUAL 'S')
               MOVE 'C'              TO WK-TIPO-VINCULO
               MOVE FD-CHAVE-HISTEXT TO WK-CHAVE-VINCULO
               PERFORM 221-LOCALIZAR-VINCULO
               IF WK-CPF-ACHADO EQUAL 'S'
                   PERFORM 222-LOCALIZAR-CLIENTE
               END-IF
               IF WK-CPF-ACHADO EQUAL 'S'
                   PERFORM 202-CLASSIFICAR-LANCAMENTO
               ELSE
                   ADD 1 TO WK-CONTADOR-SEM-VINCULO
               END-IF
           END-IF.
           PERFORM 301-LER-HISTEXT.
       202-CLASSIFICAR-LANCAMENTO.
           ADD 1 TO WK-CONTADOR-LANCAMENTOS.
           IF FD-DOC-HISTEXT EQUAL WK-DOC-JUROS
               IF FD-TIPO-HISTEXT EQUAL 'D'
                   ADD FD-VALOR-HISTEXT TO TAB-CLI-JUROS-CE(IDX-CLI)
               ELSE
                   ADD FD-VALOR-HISTEXT
                       TO TAB-CLI-JUROS-PAGOS(IDX-CLI)
               END-IF
           ELSE
               IF FD-TIPO-HISTEXT EQUAL 'D'
                   ADD FD-VALOR-HISTEXT TO TAB-CLI-TARIFAS(IDX-CLI)
               ELSE
                   SUBTRACT FD-VALOR-HISTEXT
                       FROM TAB-CLI-TARIFAS(IDX-CLI)
               END-IF
           END-IF.
       203-VERIFICAR-TARIFA-CET.
           MOVE 'N' TO WK-TARIFA-CET.
           IF FD-DOC-HISTEXT NOT < WK-DOC-CET-INI
               AND FD-DOC-HISTEXT NOT > WK-DOC-CET-FIM
               MOVE 'S' TO WK-TARIFA-CET
           ELSE
               IF WK-QTD-DOCS-CET NOT EQUAL ZEROS
                   SET IDX-DCT TO 1
                   SEARCH DCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN IDX-DCT > WK-QTD-DOCS-CET
                           CONTINUE
                       WHEN TAB-DCT-DOC(IDX-DCT) EQUAL FD-DOC-HISTEXT
                           MOVE 'S' TO WK-TARIFA-CET
                   END-SEARCH
               END-IF
           END-IF.
      *
      *    JUROS DAS PRESTACOES PAGAS NO MES: O SALDO ANTES DELAS E
      *    RECONSTRUIDO PELAS PRESTACOES PAGAS NOS MESES ANTERIORES
      *    COMO NO EAD71949/EAD71980 E O CRONOGRAMA E PERCORRIDO SO
      *    NAS PARCELAS PAGAS DENTRO DO MES
      *
       204-ACUMULAR-CONTRATO.
           PERFORM 205-CONTAR-PAGAMENTOS.
           ADD 1 TO WK-CONTADOR-CONTRATOS.
           IF WK-QTD-PAGAS-MES NOT EQUAL ZEROS
               PERFORM 207-CALCULAR-JUROS-CONTRATO
               IF WK-JUROS-CONTRATO NOT EQUAL ZEROS
                   MOVE 'E'                    TO WK-TIPO-VINCULO
                   MOVE FD-CHAVE-EMPMST(1:9)   TO WK-CHAVE-VINCULO
                   PERFORM 221-LOCALIZAR-VINCULO
                   IF WK-CPF-ACHADO EQUAL 'S'
                       PERFORM 222-LOCALIZAR-CLIENTE
                   END-IF
                   IF WK-CPF-ACHADO EQUAL 'S'
                       ADD WK-JUROS-CONTRATO
                           TO TAB-CLI-JUROS-EMP(IDX-CLI)
                   ELSE
                       ADD 1 TO WK-CONTADOR-SEM-VINCULO
                   END-IF
               END-IF
           END-IF.
           PERFORM 302-LER-EMPMST.
       205-CONTAR-PAGAMENTOS.
           MOVE ZEROS TO WK-QTD-PAGAS-ANTES.
           MOVE ZEROS TO WK-QTD-PAGAS-MES.
           PERFORM 206-VARRER-PAGTOS
               UNTIL WK-FS-PAGTOS = '10'
               OR FD-CHAVE-PAGTOS > FD-CHAVE-EMPMST.
       206-VARRER-PAGTOS.
           IF FD-CHAVE-PAGTOS < FD-CHAVE-EMPMST
               DISPLAY 'PAGAMENTO SEM CONTRATO NA CARTEIRA: '
                       FD-CHAVE-PAGTOS
           ELSE
               IF FD-DATA-PAGTOS(1:6) < WK-PROC-ANO-MES
                   ADD 1 TO WK-QTD-PAGAS-ANTES
               ELSE
                   IF FD-DATA-PAGTOS(1:6) EQUAL WK-PROC-ANO-MES
                       ADD 1 TO WK-QTD-PAGAS-MES
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-LER-PAGTOS.
       207-CALCULAR-JUROS-CONTRATO.
           MOVE ZEROS TO WK-JUROS-CONTRATO.
           IF FD-PRAZO-EMPMST NOT EQUAL ZEROS
              AND WK-QTD-PAGAS-ANTES < FD-PRAZO-EMPMST
               COMPUTE WK-TAXA-MENSAL = FD-TAXA-EMPMST / 100
               COMPUTE WK-QTD-RESTANTES = FD-PRAZO-EMPMST
                       - WK-QTD-PAGAS-ANTES
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
               COMPUTE WK-PRESTACAO-NUM = WK-QTD-PAGAS-ANTES + 1
               COMPUTE WK-ULTIMA-PARCELA = WK-QTD-PAGAS-ANTES
                       + WK-QTD-PAGAS-MES
               IF WK-ULTIMA-PARCELA > FD-PRAZO-EMPMST
                   MOVE FD-PRAZO-EMPMST TO WK-ULTIMA-PARCELA
               END-IF
               PERFORM 211-APURAR-PARCELA
                   UNTIL WK-PRESTACAO-NUM > WK-ULTIMA-PARCELA
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
       211-APURAR-PARCELA.
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
           ADD WK-JUROS-PARC TO WK-JUROS-CONTRATO.
           ADD 1 TO WK-PRESTACAO-NUM.
      *
      *    CUSTO DE PROVISAO = PROVISAO ATUAL MENOS A DO MES ANTERIOR
      *    (PROVANT). CONTRATO QUE SAIU DA PROVISAO REVERTE O VALOR
      *    ANTERIOR E A REVERSAO REDUZ O CUSTO DO CLIENTE
      *
       212-ACUMULAR-PROVISAO.
           MOVE ZEROS TO WK-PROVISAO-ANTERIOR.
           IF WK-QTD-PROVANT NOT EQUAL ZEROS
               SET IDX-PAN TO 1
               SEARCH PROVANT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-PAN > WK-QTD-PROVANT
                       CONTINUE
                   WHEN TAB-PAN-CHAVE(IDX-PAN) EQUAL FD-CHAVE-PROVISAO
                       MOVE TAB-PAN-VALOR(IDX-PAN)
                            TO WK-PROVISAO-ANTERIOR
                       MOVE 'S' TO TAB-PAN-USADA(IDX-PAN)
               END-SEARCH
           END-IF.
           COMPUTE WK-VARIACAO-PROVISAO = FD-VALOR-PROVISAO
                   - WK-PROVISAO-ANTERIOR.
           IF WK-VARIACAO-PROVISAO NOT EQUAL ZEROS
               MOVE FD-CHAVE-PROVISAO(1:9) TO WK-CHAVE-VINCULO
               PERFORM 215-APROPRIAR-PROVISAO
           END-IF.
           PERFORM 304-LER-PROVISAO.
       214-REVERTER-PROVANT.
           IF TAB-PAN-USADA(IDX-PAN) EQUAL 'N'
               AND TAB-PAN-VALOR(IDX-PAN) NOT EQUAL ZEROS
               COMPUTE WK-VARIACAO-PROVISAO =
                       ZEROS - TAB-PAN-VALOR(IDX-PAN)
               MOVE TAB-PAN-CHAVE(IDX-PAN)(1:9) TO WK-CHAVE-VINCULO
               PERFORM 215-APROPRIAR-PROVISAO
           END-IF.
       215-APROPRIAR-PROVISAO.
           MOVE 'E' TO WK-TIPO-VINCULO.
           PERFORM 221-LOCALIZAR-VINCULO.
           IF WK-CPF-ACHADO EQUAL 'S'
               PERFORM 222-LOCALIZAR-CLIENTE
           END-IF.
           IF WK-CPF-ACHADO EQUAL 'S'
               ADD WK-VARIACAO-PROVISAO TO TAB-CLI-PROVISAO(IDX-CLI)
           ELSE
               ADD 1 TO WK-CONTADOR-SEM-VINCULO
           END-IF.
       221-LOCALIZAR-VINCULO.
           MOVE 'N' TO WK-CPF-ACHADO.
           SET IDX-XRF TO 1.
           SEARCH XREF-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-XRF > WK-QTD-VINCULOS
                   CONTINUE
               WHEN TAB-XRF-TIPO(IDX-XRF) EQUAL WK-TIPO-VINCULO
                    AND TAB-XRF-CHAVE(IDX-XRF) EQUAL WK-CHAVE-VINCULO
                   MOVE 'S' TO WK-CPF-ACHADO
                   MOVE TAB-XRF-CPF(IDX-XRF) TO WK-CPF-TRABALHO
           END-SEARCH.
       222-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WK-CPF-ACHADO.
           SET IDX-CLI TO 1.
           SEARCH CLI-ENTRY
               AT END
                   DISPLAY 'VINCULO SEM CLIENTE NO CLIMST: CPF '
                           WK-CPF-TRABALHO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN IDX-CLI > WK-QTD-CLIENTES
                   DISPLAY 'VINCULO SEM CLIENTE NO CLIMST: CPF '
                           WK-CPF-TRABALHO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN TAB-CLI-CPF(IDX-CLI) EQUAL WK-CPF-TRABALHO
                   MOVE 'S' TO WK-CPF-ACHADO
           END-SEARCH.
      *******************************************************
       300-LER SECTION.
       301-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO READ HISTEXT'
                   MOVE '301-LER-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-EMPMST.
           READ ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO READ EMPMST'
                   MOVE '302-LER-EMPMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-PAGTOS.
           READ ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-PAGTOS
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO READ PAGTOS'
                   MOVE '303-LER-PAGTOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-PROVISAO.
           READ ARQ-PROVISAO.
           EVALUATE WK-FS-PROVISAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVISAO
                           ' O COMANDO READ PROVISAO'
                   MOVE '304-LER-PROVISAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVISAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVISAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-CLIMST.
           READ ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO READ CLIMST'
                   MOVE '305-LER-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       306-LER-CLIXREF.
           READ ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO READ CLIXREF'
                   MOVE '306-LER-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       307-LER-PROVANT.
           READ ARQ-PROVANT.
           EVALUATE WK-FS-PROVANT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVANT
                           ' O COMANDO READ PROVANT'
                   MOVE '307-LER-PROVANT' TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVANT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVANT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       308-LER-TARIFCET.
           READ ARQ-TARIFCET.
           EVALUATE WK-FS-TARIFCET
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFCET
                           ' O COMANDO READ TARIFCET'
                   MOVE '308-LER-TARIFCET' TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFCET'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFCET     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       500-LIBERAR-CLIENTES SECTION.
       501-LIBERAR-CLIENTES.
           PERFORM 502-LIBERAR-CLIENTE
               VARYING IDX-CLI FROM 1 BY 1
               UNTIL IDX-CLI > WK-QTD-CLIENTES.
           GO TO 509-LIBERAR-CLIENTES-EXIT.
       502-LIBERAR-CLIENTE.
           IF TAB-CLI-TARIFAS(IDX-CLI) EQUAL ZEROS
               AND TAB-CLI-JUROS-CE(IDX-CLI) EQUAL ZEROS
               AND TAB-CLI-JUROS-EMP(IDX-CLI) EQUAL ZEROS
               AND TAB-CLI-JUROS-PAGOS(IDX-CLI) EQUAL ZEROS
               AND TAB-CLI-PROVISAO(IDX-CLI) EQUAL ZEROS
               ADD 1 TO WK-CONTADOR-SEM-MOVIMENTO
           ELSE
               COMPUTE WK-RECEITA = TAB-CLI-TARIFAS(IDX-CLI)
                       + TAB-CLI-JUROS-CE(IDX-CLI)
                       + TAB-CLI-JUROS-EMP(IDX-CLI)
               COMPUTE WK-CUSTO = TAB-CLI-JUROS-PAGOS(IDX-CLI)
                       + TAB-CLI-PROVISAO(IDX-CLI)
               MOVE TAB-CLI-AGENCIA(IDX-CLI)
                    TO SD-AGENCIA-CLASSRENT
               COMPUTE SD-MARGEM-CLASSRENT = WK-RECEITA - WK-CUSTO
               MOVE TAB-CLI-CPF(IDX-CLI)  TO SD-CPF-CLASSRENT
               MOVE TAB-CLI-NOME(IDX-CLI) TO SD-NOME-CLASSRENT
               MOVE TAB-CLI-TARIFAS(IDX-CLI)
                    TO SD-TARIFAS-CLASSRENT
               MOVE TAB-CLI-JUROS-CE(IDX-CLI)
                    TO SD-JUROS-CE-CLASSRENT
               MOVE TAB-CLI-JUROS-EMP(IDX-CLI)
                    TO SD-JUROS-EMP-CLASSRENT
               MOVE WK-RECEITA TO SD-RECEITA-CLASSRENT
               MOVE TAB-CLI-JUROS-PAGOS(IDX-CLI)
                    TO SD-JUROS-PAGOS-CLASSRENT
               MOVE TAB-CLI-PROVISAO(IDX-CLI)
                    TO SD-PROVISAO-CLASSRENT
               MOVE WK-CUSTO   TO SD-CUSTO-CLASSRENT
               RELEASE REG-CLASSRENT
           END-IF.
       509-LIBERAR-CLIENTES-EXIT.
           EXIT.
      *******************************************************
       600-CLASSIFICAR-CLIENTES SECTION.
       601-CLASSIFICAR-CLIENTES.
           MOVE 'N' TO WK-FIM-CLASSRENT.
           PERFORM 602-RETORNAR-CLIENTE.
           PERFORM 603-LISTAR-CLIENTE
               UNTIL WK-FIM-CLASSRENT = 'S'.
           IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
               PERFORM 605-FECHAR-AGENCIA
           END-IF.
           GO TO 609-CLASSIFICAR-CLIENTES-EXIT.
       602-RETORNAR-CLIENTE.
           RETURN ARQ-CLASSRENT
               AT END
                   MOVE 'S' TO WK-FIM-CLASSRENT
           END-RETURN.
       603-LISTAR-CLIENTE.
           IF SD-AGENCIA-CLASSRENT NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
                   PERFORM 605-FECHAR-AGENCIA
               END-IF
               MOVE SD-AGENCIA-CLASSRENT TO WK-AGENCIA-ATUAL
               PERFORM 604-ABRIR-AGENCIA
           END-IF.
           ADD 1 TO WK-RANKING.
           ADD 1 TO WK-CONTADOR-CLASSIFICADOS.
           MOVE WK-RANKING           TO WK-DET-RANKING.
           MOVE SD-CPF-CLASSRENT     TO WK-DET-CPF.
           MOVE SD-NOME-CLASSRENT    TO WK-DET-NOME.
           MOVE SD-RECEITA-CLASSRENT TO WK-DET-RECEITA.
           MOVE SD-CUSTO-CLASSRENT   TO WK-DET-CUSTO.
           MOVE SD-MARGEM-CLASSRENT  TO WK-DET-MARGEM.
           MOVE WK-LINHA-DETALHE     TO REG-RELATORIO.
           PERFORM 607-GRAVAR-RELATORIO.
           PERFORM 606-GRAVAR-RENTAB.
           ADD SD-RECEITA-CLASSRENT      TO WK-AGE-RECEITA.
           ADD SD-CUSTO-CLASSRENT        TO WK-AGE-CUSTO.
           ADD SD-MARGEM-CLASSRENT       TO WK-AGE-MARGEM.
           ADD SD-TARIFAS-CLASSRENT      TO WK-GER-TARIFAS.
           ADD SD-JUROS-CE-CLASSRENT     TO WK-GER-JUROS-CE.
           ADD SD-JUROS-EMP-CLASSRENT    TO WK-GER-JUROS-EMP.
           ADD SD-RECEITA-CLASSRENT      TO WK-GER-RECEITA.
           ADD SD-JUROS-PAGOS-CLASSRENT  TO WK-GER-JUROS-PAGOS.
           ADD SD-PROVISAO-CLASSRENT     TO WK-GER-PROVISAO.
           ADD SD-CUSTO-CLASSRENT        TO WK-GER-CUSTO.
           ADD SD-MARGEM-CLASSRENT       TO WK-GER-MARGEM.
           PERFORM 602-RETORNAR-CLIENTE.
       604-ABRIR-AGENCIA.
           MOVE ZEROS TO WK-RANKING.
           MOVE ZEROS TO WK-AGE-RECEITA.
           MOVE ZEROS TO WK-AGE-CUSTO.
           MOVE ZEROS TO WK-AGE-MARGEM.
           MOVE WK-AGENCIA-ATUAL   TO WK-TIT-AGENCIA.
           MOVE WK-PROC-ANO-MES    TO WK-TIT-MES.
           MOVE WK-LINHA-TITULO    TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 608-ERRO-RELATORIO
           END-IF.
           MOVE WK-LINHA-CABECALHO TO REG-RELATORIO.
           PERFORM 607-GRAVAR-RELATORIO.
       605-FECHAR-AGENCIA.
           MOVE WK-AGENCIA-ATUAL       TO WK-TAG-AGENCIA.
           MOVE WK-RANKING             TO WK-TAG-CLIENTES.
           MOVE WK-AGE-RECEITA         TO WK-TAG-RECEITA.
           MOVE WK-AGE-CUSTO           TO WK-TAG-CUSTO.
           MOVE WK-AGE-MARGEM          TO WK-TAG-MARGEM.
           MOVE WK-LINHA-TOTAL-AGENCIA TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 2 LINES.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 608-ERRO-RELATORIO
           END-IF.
       606-GRAVAR-RENTAB.
           MOVE SD-AGENCIA-CLASSRENT     TO FD-AGENCIA-RENTAB.
           MOVE WK-PROC-ANO-MES          TO FD-MES-RENTAB.
           MOVE WK-RANKING               TO FD-RANKING-RENTAB.
           MOVE SD-CPF-CLASSRENT         TO FD-CPF-RENTAB.
           MOVE SD-NOME-CLASSRENT        TO FD-NOME-RENTAB.
           MOVE SD-TARIFAS-CLASSRENT     TO FD-TARIFAS-RENTAB.
           MOVE SD-JUROS-CE-CLASSRENT    TO FD-JUROS-CE-RENTAB.
           MOVE SD-JUROS-EMP-CLASSRENT   TO FD-JUROS-EMP-RENTAB.
           MOVE SD-RECEITA-CLASSRENT     TO FD-RECEITA-RENTAB.
           MOVE SD-JUROS-PAGOS-CLASSRENT TO FD-JUROS-PAGOS-RENTAB.
           MOVE SD-PROVISAO-CLASSRENT    TO FD-PROVISAO-RENTAB.
           MOVE SD-CUSTO-CLASSRENT       TO FD-CUSTO-RENTAB.
           MOVE SD-MARGEM-CLASSRENT      TO FD-MARGEM-RENTAB.
           WRITE REG-RENTAB.
           IF WK-FS-RENTAB NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RENTAB
                       ' O COMANDO WRITE RENTAB'
               MOVE '606-GRAVAR-RENTAB' TO WK-ERRO-PARAGRAFO
               MOVE 'RENTAB'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RENTAB        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-RENTAB.
       607-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 608-ERRO-RELATORIO
           END-IF.
       608-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '608-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       609-CLASSIFICAR-CLIENTES-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVAR-RESUMO.
           CLOSE ARQ-HISTEXT.
           CLOSE ARQ-EMPMST.
           CLOSE ARQ-PAGTOS.
           CLOSE ARQ-PROVISAO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-RENTAB.
           IF WK-FS-RENTAB NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-RENTAB
                       ' NO COMANDO CLOSE RENTAB'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'RENTAB'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RENTAB    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'RENTABILIDADE DO MES ' WK-PROC-ANO-MES
                   ' - CLIENTES CLASSIFICADOS '
                   WK-CONTADOR-CLASSIFICADOS.
           DISPLAY 'RENTAB GRAVADOS ' WK-CONTADOR-RENTAB
                   ' - SEM VINCULO ' WK-CONTADOR-SEM-VINCULO.
       902-GRAVAR-RESUMO.
           MOVE 'RESUMO DA RENTABILIDADE DO MES' TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 608-ERRO-RELATORIO
           END-IF.
           MOVE 'TARIFAS LIQUIDAS         = ' TO WK-RES-ROTULO.
           MOVE WK-GER-TARIFAS                TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'JUROS CHEQUE ESPECIAL    = ' TO WK-RES-ROTULO.
           MOVE WK-GER-JUROS-CE               TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'JUROS DE EMPRESTIMOS     = ' TO WK-RES-ROTULO.
           MOVE WK-GER-JUROS-EMP              TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'RECEITA TOTAL            = ' TO WK-RES-ROTULO.
           MOVE WK-GER-RECEITA                TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'JUROS CREDITADOS         = ' TO WK-RES-ROTULO.
           MOVE WK-GER-JUROS-PAGOS            TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'VARIACAO DA PROVISAO     = ' TO WK-RES-ROTULO.
           MOVE WK-GER-PROVISAO               TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'CUSTO TOTAL              = ' TO WK-RES-ROTULO.
           MOVE WK-GER-CUSTO                  TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'MARGEM LIQUIDA           = ' TO WK-RES-ROTULO.
           MOVE WK-GER-MARGEM                 TO WK-RES-VALOR.
           PERFORM 904-GRAVAR-LINHA-RESUMO.
           MOVE 'CLIENTES CLASSIFICADOS   = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-CLASSIFICADOS     TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTADOR             TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
           MOVE 'CLIENTES SEM MOVIMENTO   = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-SEM-MOVIMENTO     TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTADOR             TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
           MOVE 'CONTRATOS LIDOS          = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-CONTRATOS         TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTADOR             TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
           MOVE 'LANCAMENTOS APROPRIADOS  = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-LANCAMENTOS       TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTADOR             TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
           MOVE 'ITENS SEM VINCULO        = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-SEM-VINCULO       TO WK-CNT-VALOR.
           MOVE WK-LINHA-CONTADOR             TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
       904-GRAVAR-LINHA-RESUMO.
           MOVE WK-LINHA-RESUMO TO REG-RELATORIO.
           PERFORM 905-GRAVAR-LINHA.
       905-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 608-ERRO-RELATORIO
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
