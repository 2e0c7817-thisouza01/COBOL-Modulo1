       AUTHOR.        THIAGO.
      ********************************************************
      *  CALCULO DE COMISSOES POR FAIXA DE VOLUME MENSAL     *
      *  O EFEITO DOS ESTORNOS DE DEVOLUCAO E GRAVADO NO     *
      *  ESTCOM PARA O INFORME ANUAL DE RENDIMENTOS EAD71967 *
      *  O GERENTE DE CADA REGIAO (GERREG) RECEBE OVERRIDE   *
      *  SOBRE AS VENDAS LIQUIDAS DA EQUIPE PELAS FAIXAS DO  *
      *  COMISGER, COM A MESMA RETENCAO DE IRRF E ISS, E O   *
      *  RELATORIO MOSTRA A EQUIPE CONTRA AS METAS DO MES    *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PAGAMENTOS.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-ESTCOM ASSIGN TO ESTCOM
               FILE STATUS IS WK-FS-ESTCOM.
           SELECT ARQ-GERREG ASSIGN TO GERREG
               FILE STATUS IS WK-FS-GERREG.
           SELECT ARQ-COMISGER ASSIGN TO COMISGER
               FILE STATUS IS WK-FS-COMISGER.
           SELECT ARQ-METAS ASSIGN TO METAS
               FILE STATUS IS WK-FS-METAS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-CODIGO-VENDMST           PIC 9(4).
           05 FD-NOME-VENDMST             PIC X(20).
           05 FD-REGIAO-VENDMST           PIC X(10).
           05 FD-AGENCIA-VENDMST          PIC X(4).
           05 FD-CONTA-VENDMST            PIC 9(5).
       FD   ARQ-TRIBTAB
            RECORDING MODE IS F.
       01  REG-TRIBTAB.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       FD   ARQ-ESTCOM
            RECORDING MODE IS F.
       01  REG-ESTCOM.
           05 FD-VENDEDOR-ESTCOM          PIC 9(4).
           05 FD-ANO-ESTCOM               PIC 9(4).
           05 FD-MES-ESTCOM               PIC 99.
           05 FD-DEVOLUCAO-ESTCOM         PIC 9(8)V99.
           05 FD-ESTORNO-ESTCOM           PIC 9(8)V99.
       FD   ARQ-GERREG
            RECORDING MODE IS F.
       01  REG-GERREG.
           05 FD-REGIAO-GERREG            PIC X(10).
           05 FD-GERENTE-GERREG           PIC 9(4).
       FD   ARQ-COMISGER
            RECORDING MODE IS F.
       01  REG-COMISGER.
           05 FD-LIMITE-COMISGER          PIC 9(8)V99.
           05 FD-TAXA-COMISGER            PIC 99V99.
       FD   ARQ-METAS
            RECORDING MODE IS F.
       01  REG-METAS.
           05 FD-VENDEDOR-METAS           PIC 9(4).
           05 FD-ANO-METAS                PIC 9(4).
           05 FD-MES-METAS                PIC 99.
           05 FD-VALOR-METAS              PIC 9(8)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDTOT      PIC XX            VALUE SPACES.
       77  WK-FS-COMISTAB     PIC XX            VALUE SPACES.
       77  WK-CONTADOR-EST-SEM-USO PIC 9(9)     VALUE ZEROS.
       77  WK-DEVOLUCAO       PIC 9(8)V99       VALUE ZEROS.
       77  WK-ESTORNO-COMISSAO PIC 9(8)V99      VALUE ZEROS.
       77  WK-FS-ESTCOM       PIC XX            VALUE SPACES.
       77  WK-FS-GERREG       PIC XX            VALUE SPACES.
       77  WK-FS-COMISGER     PIC XX            VALUE SPACES.
       77  WK-FS-METAS        PIC XX            VALUE SPACES.
       77  WK-QTD-GERENTES    PIC 99            VALUE ZEROS.
       77  WK-QTD-FAIXAS-GER  PIC 99            VALUE ZEROS.
       77  WK-QTD-METAS       PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-VENDAS-EQP  PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-OVERRIDES   PIC 9(3)          VALUE ZEROS.
       77  WK-GERENTE-ACHADO  PIC X             VALUE 'N'.
       77  WK-OVERRIDE-ACHADO PIC X             VALUE 'N'.
       77  WK-REGIAO-VENDEDOR PIC X(10)         VALUE SPACES.
       77  WK-BASE-OVERRIDE   PIC 9(9)V99       VALUE ZEROS.
       77  WK-TAXA-OVERRIDE   PIC 99V99         VALUE ZEROS.
       77  WK-TOT-OVERRIDE    PIC 9(9)V99       VALUE ZEROS.
       77  WK-CONTADOR-OVERRIDE PIC 9(9)        VALUE ZEROS.
       77  WK-MEMBRO-VENDAS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-MEMBRO-DEVOLUCAO PIC 9(9)V99      VALUE ZEROS.
       77  WK-MEMBRO-LIQUIDO  PIC 9(9)V99       VALUE ZEROS.
       77  WK-META-VALOR      PIC 9(9)V99       VALUE ZEROS.
       77  WK-META-EQUIPE     PIC 9(9)V99       VALUE ZEROS.
       77  WK-ATINGIMENTO     PIC 9(3)V99       VALUE ZEROS.
       77  WK-PAGTO-ADIADO    PIC X             VALUE 'N'.
       77  WK-PGG-ACHADO      PIC X             VALUE 'N'.
       77  WK-QTD-PAGTOS-GER  PIC 9(3)          VALUE ZEROS.
       77  WK-PGG-GERENTE     PIC 9(4)          VALUE ZEROS.
       77  WK-PGG-ANO         PIC 9(4)          VALUE ZEROS.
       77  WK-PGG-MES         PIC 99            VALUE ZEROS.
       77  WK-COMPETENCIA     PIC 9(6)          VALUE ZEROS.
       77  WK-PERIODO-PROCESSADO PIC 9(6)       VALUE ZEROS.
       01  TABELA-CLAWBACK.
           03 CLAW-ENTRY OCCURS 200 TIMES INDEXED BY IDX-CLW.
               05 TAB-CLW-VENDEDOR PIC 9(4)     VALUE ZEROS.
               05 TAB-TRB-LIMITE  PIC 9(8)V99   VALUE ZEROS.
               05 TAB-TRB-TAXA    PIC 99V99     VALUE ZEROS.
               05 TAB-TRB-DEDUCAO PIC 9(8)V99   VALUE ZEROS.
       01  TABELA-GERENTES.
           03 GERENTE-ENTRY OCCURS 20 TIMES INDEXED BY IDX-GER.
               05 TAB-GER-REGIAO  PIC X(10)     VALUE SPACES.
               05 TAB-GER-CODIGO  PIC 9(4)      VALUE ZEROS.
               05 TAB-GER-NOME    PIC X(20)     VALUE SPACES.
       01  TABELA-FAIXAS-GER.
           03 FAIXA-GER-ENTRY OCCURS 20 TIMES INDEXED BY IDX-FGR.
               05 TAB-FGR-LIMITE  PIC 9(8)V99   VALUE ZEROS.
               05 TAB-FGR-TAXA    PIC 99V99     VALUE ZEROS.
       01  TABELA-METAS.
           03 META-ENTRY OCCURS 600 TIMES INDEXED BY IDX-MET.
               05 TAB-META-VENDEDOR PIC 9(4)    VALUE ZEROS.
               05 TAB-META-ANO      PIC 9(4)    VALUE ZEROS.
               05 TAB-META-MES      PIC 99      VALUE ZEROS.
               05 TAB-META-VALOR    PIC 9(8)V99 VALUE ZEROS.
       01  TABELA-VENDAS-EQUIPE.
           03 VENDA-EQP-ENTRY OCCURS 600 TIMES INDEXED BY IDX-VEQ.
               05 TAB-VEQ-VENDEDOR  PIC 9(4)    VALUE ZEROS.
               05 TAB-VEQ-ANO       PIC 9(4)    VALUE ZEROS.
               05 TAB-VEQ-MES       PIC 99      VALUE ZEROS.
               05 TAB-VEQ-VENDAS    PIC 9(8)V99 VALUE ZEROS.
               05 TAB-VEQ-DEVOLUCAO PIC 9(8)V99 VALUE ZEROS.
       01  TABELA-OVERRIDES.
           03 OVERRIDE-ENTRY OCCURS 100 TIMES INDEXED BY IDX-OVR.
               05 TAB-OVR-REGIAO    PIC X(10)   VALUE SPACES.
               05 TAB-OVR-ANO       PIC 9(4)    VALUE ZEROS.
               05 TAB-OVR-MES       PIC 99      VALUE ZEROS.
               05 TAB-OVR-VENDAS    PIC 9(9)V99 VALUE ZEROS.
               05 TAB-OVR-DEVOLUCAO PIC 9(9)V99 VALUE ZEROS.
       01  TABELA-PAGTOS-GERENTE.
           03 PAGGER-ENTRY OCCURS 100 TIMES INDEXED BY IDX-PGG.
               05 TAB-PGG-GERENTE   PIC 9(4)    VALUE ZEROS.
               05 TAB-PGG-ANO       PIC 9(4)    VALUE ZEROS.
               05 TAB-PGG-MES       PIC 99      VALUE ZEROS.
               05 TAB-PGG-PROPRIA   PIC 9(8)V99 VALUE ZEROS.
               05 TAB-PGG-OVERRIDE  PIC 9(8)V99 VALUE ZEROS.
       01  TABELA-FAIXAS.
           03 FAIXA-ENTRY OCCURS 20 TIMES INDEXED BY IDX-FAI.
               05 TAB-FAI-LIMITE  PIC 9(8)V99   VALUE ZEROS.
           05 FILLER              PIC X(18) VALUE
                  '  EFEITO COMISSAO '.
           05 WK-EST-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-CAB-GERENTE.
           05 FILLER              PIC X(30) VALUE
                  'COMISSAO DE GERENCIA REGIONAL '.
           05 WK-GER-REGIAO       PIC X(10).
           05 FILLER              PIC X(9)  VALUE ' GERENTE '.
           05 WK-GER-CODIGO       PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-GER-NOME         PIC X(20).
       01  WK-LINHA-COMPETENCIA.
           05 FILLER              PIC X(14) VALUE
                  '  COMPETENCIA '.
           05 WK-CMP-ANO          PIC 9(4).
           05 FILLER              PIC X     VALUE '/'.
           05 WK-CMP-MES          PIC 99.
       01  WK-LINHA-TIT-EQUIPE.
           05 FILLER              PIC X(27) VALUE
                  '  VEND NOME'.
           05 FILLER              PIC X(14) VALUE
                  '        VENDAS'.
           05 FILLER              PIC X(14) VALUE
                  '    DEVOLUCOES'.
           05 FILLER              PIC X(14) VALUE
                  '          META'.
           05 FILLER              PIC X(7)  VALUE
                  ' ATING%'.
       01  WK-LINHA-EQUIPE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-EQP-VENDEDOR     PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EQP-NOME         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EQP-VENDAS       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EQP-DEVOLUCAO    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EQP-META         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EQP-ATING        PIC ZZ9,99.
       01  WK-LINHA-OVERRIDE.
           05 FILLER              PIC X(15) VALUE
                  '  BASE LIQUIDA '.
           05 WK-OVR-BASE         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(6)  VALUE ' TAXA '.
           05 WK-OVR-TAXA         PIC Z9,99.
           05 FILLER              PIC X(11) VALUE '% OVERRIDE '.
           05 WK-OVR-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-RETENCAO-GER  PIC X(47) VALUE
                  '  RETENCAO NO PAGAMENTO DO GERENTE COM OVERRIDE'.
       01  WK-LINHA-TIT-PAGTO-GER PIC X(40) VALUE
                  'PAGAMENTO DOS GERENTES REGIONAIS'.
       01  WK-LINHA-PAGTO-GER.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-PGG-DET-GERENTE  PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-PGG-DET-ANO      PIC 9(4).
           05 FILLER              PIC X     VALUE '/'.
           05 WK-PGG-DET-MES      PIC 99.
           05 FILLER              PIC X(9)  VALUE ' PROPRIA '.
           05 WK-PGG-DET-PROPRIA  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(10) VALUE ' OVERRIDE '.
           05 WK-PGG-DET-OVERRIDE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(7)  VALUE ' TOTAL '.
           05 WK-PGG-DET-TOTAL    PIC ZZ.ZZZ.ZZ9,99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71930'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71930'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-VENDTOT = '10'.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           PERFORM 102-CARREGAR-COMISTAB.
           PERFORM 103-CARREGAR-VENDMST.
           PERFORM 110-CARREGAR-GERREG.
           IF WK-QTD-GERENTES NOT EQUAL ZEROS
               PERFORM 112-CARREGAR-COMISGER
           END-IF.
           IF WK-QTD-GERENTES NOT EQUAL ZEROS
               PERFORM 114-CARREGAR-METAS
           END-IF.
           PERFORM 106-CARREGAR-TRIBTAB.
           PERFORM 108-CARREGAR-CLAWBACK.
           OPEN INPUT ARQ-VENDTOT.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-ESTCOM.
           EVALUATE WK-FS-ESTCOM
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ESTCOM
                           ' O COMANDO OPEN ESTCOM'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'ESTCOM'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ESTCOM  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-COMISTAB.
           OPEN INPUT ARQ-COMISTAB.
           EVALUATE WK-FS-COMISTAB
               MOVE FD-VALOR-CLAWBACK TO TAB-CLW-VALOR(IDX-CLW)
           END-IF.
           PERFORM 305-LER-CLAWBACK.
       110-CARREGAR-GERREG.
           OPEN INPUT ARQ-GERREG.
           EVALUATE WK-FS-GERREG
               WHEN '00'
                   PERFORM 306-LER-GERREG
                   PERFORM 111-GUARDAR-GERENTE
                       UNTIL WK-FS-GERREG = '10'
                   CLOSE ARQ-GERREG
               WHEN '35'
                   DISPLAY 'ARQUIVO GERREG NAO ENCONTRADO - '
                           'SEM OVERRIDE DE GERENCIA REGIONAL'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERREG
                           ' O COMANDO OPEN GERREG'
                   MOVE '110-CARREGAR-GERREG' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERREG'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERREG          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-GUARDAR-GERENTE.
           MOVE 'N' TO WK-GERENTE-ACHADO.
           SET IDX-GER TO 1.
           SEARCH GERENTE-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-GER > WK-QTD-GERENTES
                   CONTINUE
               WHEN TAB-GER-REGIAO(IDX-GER) EQUAL FD-REGIAO-GERREG
                   MOVE 'S' TO WK-GERENTE-ACHADO
           END-SEARCH.
           IF WK-GERENTE-ACHADO EQUAL 'S'
               DISPLAY 'REGIAO ' FD-REGIAO-GERREG ' COM MAIS DE UM '
                       'GERENTE - GERENTE ' FD-GERENTE-GERREG
                       ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WK-QTD-GERENTES NOT < 20
                   DISPLAY 'TABELA DE GERENTES CHEIA - REGIAO '
                           FD-REGIAO-GERREG ' IGNORADA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WK-QTD-GERENTES
                   SET IDX-GER TO WK-QTD-GERENTES
                   MOVE FD-REGIAO-GERREG  TO TAB-GER-REGIAO(IDX-GER)
                   MOVE FD-GERENTE-GERREG TO TAB-GER-CODIGO(IDX-GER)
                   MOVE 'NAO CADASTRADO'  TO TAB-GER-NOME(IDX-GER)
                   SET IDX-VM TO 1
                   SEARCH VENDMST-ENTRY
                       AT END
                           DISPLAY 'GERENTE ' FD-GERENTE-GERREG
                                   ' NAO CADASTRADO NO VENDMST'
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       WHEN IDX-VM > WK-QTD-VENDMST
                           DISPLAY 'GERENTE ' FD-GERENTE-GERREG
                                   ' NAO CADASTRADO NO VENDMST'
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       WHEN TAB-VM-CODIGO(IDX-VM)
                               EQUAL FD-GERENTE-GERREG
                           MOVE TAB-VM-NOME(IDX-VM)
                                TO TAB-GER-NOME(IDX-GER)
                   END-SEARCH
               END-IF
           END-IF.
           PERFORM 306-LER-GERREG.
       112-CARREGAR-COMISGER.
           OPEN INPUT ARQ-COMISGER.
           EVALUATE WK-FS-COMISGER
               WHEN '00'
                   PERFORM 307-LER-COMISGER
                   PERFORM 113-GUARDAR-FAIXA-GER
                       UNTIL WK-FS-COMISGER = '10'
                   CLOSE ARQ-COMISGER
               WHEN '35'
                   DISPLAY 'ARQUIVO COMISGER NAO ENCONTRADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-COMISGER
                           ' O COMANDO OPEN COMISGER'
                   MOVE '112-CARREGAR-COMISGER' TO WK-ERRO-PARAGRAFO
                   MOVE 'COMISGER'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-COMISGER          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-FAIXAS-GER EQUAL ZEROS
               DISPLAY 'SEM FAIXAS DE OVERRIDE NO COMISGER - '
                       'GERENTES REGIONAIS NAO SERAO PAGOS'
               MOVE ZEROS TO WK-QTD-GERENTES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       113-GUARDAR-FAIXA-GER.
           IF WK-QTD-FAIXAS-GER NOT < 20
               DISPLAY 'TABELA DE FAIXAS DE OVERRIDE CHEIA - '
                       'FAIXA IGNORADA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WK-QTD-FAIXAS-GER > ZEROS
                   SET IDX-FGR TO WK-QTD-FAIXAS-GER
                   IF FD-LIMITE-COMISGER NOT > TAB-FGR-LIMITE(IDX-FGR)
                       DISPLAY 'FAIXAS DE OVERRIDE FORA DE ORDEM'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WK-QTD-FAIXAS-GER
               SET IDX-FGR TO WK-QTD-FAIXAS-GER
               MOVE FD-LIMITE-COMISGER TO TAB-FGR-LIMITE(IDX-FGR)
               MOVE FD-TAXA-COMISGER   TO TAB-FGR-TAXA(IDX-FGR)
           END-IF.
           PERFORM 307-LER-COMISGER.
       114-CARREGAR-METAS.
           OPEN INPUT ARQ-METAS.
           EVALUATE WK-FS-METAS
               WHEN '00'
                   PERFORM 308-LER-METAS
                   PERFORM 115-GUARDAR-META
                       UNTIL WK-FS-METAS = '10'
                   CLOSE ARQ-METAS
               WHEN '35'
                   DISPLAY 'ARQUIVO METAS NAO ENCONTRADO - '
                           'EQUIPES SEM METAS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-METAS
                           ' O COMANDO OPEN METAS'
                   MOVE '114-CARREGAR-METAS' TO WK-ERRO-PARAGRAFO
                   MOVE 'METAS'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-METAS          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       115-GUARDAR-META.
           IF WK-QTD-METAS NOT < 600
               DISPLAY 'TABELA DE METAS CHEIA - META IGNORADA '
                       FD-VENDEDOR-METAS ' ' FD-ANO-METAS
                       '/' FD-MES-METAS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-METAS
               SET IDX-MET TO WK-QTD-METAS
               MOVE FD-VENDEDOR-METAS TO TAB-META-VENDEDOR(IDX-MET)
               MOVE FD-ANO-METAS      TO TAB-META-ANO(IDX-MET)
               MOVE FD-MES-METAS      TO TAB-META-MES(IDX-MET)
               MOVE FD-VALOR-METAS    TO TAB-META-VALOR(IDX-MET)
           END-IF.
           PERFORM 308-LER-METAS.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
               MOVE ZEROS TO WK-TOTAL-VENDEDOR
               PERFORM 205-GRAVAR-CABECALHO
           END-IF.
           COMPUTE WK-COMPETENCIA = FD-ANO-VENDTOT * 100
                   + FD-MES-VENDTOT.
           IF WK-COMPETENCIA > WK-PERIODO-PROCESSADO
               MOVE WK-COMPETENCIA TO WK-PERIODO-PROCESSADO
           END-IF.
           PERFORM 202-CALCULAR-COMISSAO.
           PERFORM 213-APLICAR-ESTORNO.
           MOVE 'N' TO WK-PAGTO-ADIADO.
           IF WK-QTD-GERENTES NOT EQUAL ZEROS
               PERFORM 216-ACUMULAR-EQUIPE
               PERFORM 219-ADIAR-PAGTO-GERENTE
           END-IF.
           IF WK-PAGTO-ADIADO EQUAL 'S'
               MOVE ZEROS TO WK-IRRF
               MOVE ZEROS TO WK-ISS
               MOVE ZEROS TO WK-LIQUIDO
           ELSE
               PERFORM 208-CALCULAR-IMPOSTOS
               PERFORM 203-GRAVAR-PAGAMENTO
           END-IF.
           IF WK-ESTORNO-COMISSAO NOT EQUAL ZEROS
               PERFORM 215-GRAVAR-ESTCOM
           END-IF.
           PERFORM 206-GRAVAR-DETALHE.
           PERFORM 301-LER-VENDTOT.
       202-CALCULAR-COMISSAO.
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-PAGTOS.
       215-GRAVAR-ESTCOM.
           MOVE FD-VENDEDOR-VENDTOT TO FD-VENDEDOR-ESTCOM.
           MOVE FD-ANO-VENDTOT      TO FD-ANO-ESTCOM.
           MOVE FD-MES-VENDTOT      TO FD-MES-ESTCOM.
           MOVE WK-DEVOLUCAO        TO FD-DEVOLUCAO-ESTCOM.
           MOVE WK-ESTORNO-COMISSAO TO FD-ESTORNO-ESTCOM.
           WRITE REG-ESTCOM.
           IF WK-FS-ESTCOM NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-ESTCOM
                       ' O COMANDO WRITE ESTCOM'
               MOVE '215-GRAVAR-ESTCOM' TO WK-ERRO-PARAGRAFO
               MOVE 'ESTCOM'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-ESTCOM        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    VENDA DO MES DE CADA VENDEDOR, E TOTAL DA REGIAO POR
      *    COMPETENCIA QUANDO A REGIAO TEM GERENTE - A VENDA DO
      *    PROPRIO GERENTE NAO ENTRA NA BASE DO OVERRIDE
       216-ACUMULAR-EQUIPE.
           IF WK-QTD-VENDAS-EQP NOT < 600
               DISPLAY 'TABELA DE VENDAS DAS EQUIPES CHEIA - '
                       'VENDEDOR ' FD-VENDEDOR-VENDTOT ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VENDAS-EQP
               SET IDX-VEQ TO WK-QTD-VENDAS-EQP
               MOVE FD-VENDEDOR-VENDTOT TO TAB-VEQ-VENDEDOR(IDX-VEQ)
               MOVE FD-ANO-VENDTOT      TO TAB-VEQ-ANO(IDX-VEQ)
               MOVE FD-MES-VENDTOT      TO TAB-VEQ-MES(IDX-VEQ)
               MOVE FD-VALOR-VENDTOT    TO TAB-VEQ-VENDAS(IDX-VEQ)
               MOVE WK-DEVOLUCAO        TO TAB-VEQ-DEVOLUCAO(IDX-VEQ)
           END-IF.
           PERFORM 217-LOCALIZAR-GERENTE.
           IF WK-GERENTE-ACHADO EQUAL 'S'
               AND TAB-GER-CODIGO(IDX-GER)
                   NOT EQUAL FD-VENDEDOR-VENDTOT
               PERFORM 218-ACUMULAR-REGIAO
           END-IF.
       217-LOCALIZAR-GERENTE.
           MOVE SPACES TO WK-REGIAO-VENDEDOR.
           MOVE 'N'    TO WK-GERENTE-ACHADO.
           SET IDX-VM TO 1.
           SEARCH VENDMST-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-VM > WK-QTD-VENDMST
                   CONTINUE
               WHEN TAB-VM-CODIGO(IDX-VM)
                       EQUAL FD-VENDEDOR-VENDTOT
                   MOVE TAB-VM-REGIAO(IDX-VM) TO WK-REGIAO-VENDEDOR
           END-SEARCH.
           IF WK-REGIAO-VENDEDOR NOT EQUAL SPACES
               SET IDX-GER TO 1
               SEARCH GERENTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-GER > WK-QTD-GERENTES
                       CONTINUE
                   WHEN TAB-GER-REGIAO(IDX-GER)
                           EQUAL WK-REGIAO-VENDEDOR
                       MOVE 'S' TO WK-GERENTE-ACHADO
               END-SEARCH
           END-IF.
       218-ACUMULAR-REGIAO.
           MOVE 'N' TO WK-OVERRIDE-ACHADO.
           SET IDX-OVR TO 1.
           SEARCH OVERRIDE-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-OVR > WK-QTD-OVERRIDES
                   CONTINUE
               WHEN TAB-OVR-REGIAO(IDX-OVR) EQUAL WK-REGIAO-VENDEDOR
                    AND TAB-OVR-ANO(IDX-OVR) EQUAL FD-ANO-VENDTOT
                    AND TAB-OVR-MES(IDX-OVR) EQUAL FD-MES-VENDTOT
                   MOVE 'S' TO WK-OVERRIDE-ACHADO
           END-SEARCH.
           IF WK-OVERRIDE-ACHADO EQUAL 'N'
               IF WK-QTD-OVERRIDES NOT < 100
                   DISPLAY 'TABELA DE OVERRIDES CHEIA - REGIAO '
                           WK-REGIAO-VENDEDOR ' ' FD-ANO-VENDTOT
                           '/' FD-MES-VENDTOT ' SEM OVERRIDE'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WK-QTD-OVERRIDES
                   SET IDX-OVR TO WK-QTD-OVERRIDES
                   MOVE WK-REGIAO-VENDEDOR TO TAB-OVR-REGIAO(IDX-OVR)
                   MOVE FD-ANO-VENDTOT     TO TAB-OVR-ANO(IDX-OVR)
                   MOVE FD-MES-VENDTOT     TO TAB-OVR-MES(IDX-OVR)
                   MOVE 'S' TO WK-OVERRIDE-ACHADO
               END-IF
           END-IF.
           IF WK-OVERRIDE-ACHADO EQUAL 'S'
               ADD FD-VALOR-VENDTOT TO TAB-OVR-VENDAS(IDX-OVR)
               ADD WK-DEVOLUCAO     TO TAB-OVR-DEVOLUCAO(IDX-OVR)
           END-IF.
      *    A COMISSAO PROPRIA DO GERENTE FICA RETIDA ATE O CALCULO
      *    DO OVERRIDE, PARA SAIR NUM UNICO PAGAMENTO POR COMPETENCIA
      *    COM A RETENCAO CALCULADA SOBRE O TOTAL
       219-ADIAR-PAGTO-GERENTE.
           SET IDX-GER TO 1.
           SEARCH GERENTE-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-GER > WK-QTD-GERENTES
                   CONTINUE
               WHEN TAB-GER-CODIGO(IDX-GER) EQUAL FD-VENDEDOR-VENDTOT
                   MOVE FD-VENDEDOR-VENDTOT TO WK-PGG-GERENTE
                   MOVE FD-ANO-VENDTOT      TO WK-PGG-ANO
                   MOVE FD-MES-VENDTOT      TO WK-PGG-MES
                   PERFORM 230-LOCALIZAR-PAGTO-GERENTE
                   IF WK-PGG-ACHADO EQUAL 'S'
                       ADD WK-COMISSAO TO TAB-PGG-PROPRIA(IDX-PGG)
                       MOVE 'S' TO WK-PAGTO-ADIADO
                   ELSE
                       DISPLAY 'TABELA DE PAGAMENTOS DE GERENTES '
                               'CHEIA - GERENTE ' FD-VENDEDOR-VENDTOT
                               ' PAGO SEM O OVERRIDE'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-SEARCH.
      *    OVERRIDE DO GERENTE POR REGIAO E COMPETENCIA SOBRE AS
      *    VENDAS DA EQUIPE MENOS AS DEVOLUCOES DO CLAWBACK, PELAS
      *    FAIXAS DO COMISGER, COM A MESMA RETENCAO DOS VENDEDORES
       220-PROCESSAR-OVERRIDES.
           IF WK-QTD-OVERRIDES NOT EQUAL ZEROS
               PERFORM 221-CALCULAR-OVERRIDE
                   VARYING IDX-OVR FROM 1 BY 1
                   UNTIL IDX-OVR > WK-QTD-OVERRIDES
           END-IF.
       221-CALCULAR-OVERRIDE.
           SET IDX-GER TO 1.
           SEARCH GERENTE-ENTRY
               AT END
                   CONTINUE
               WHEN TAB-GER-REGIAO(IDX-GER)
                       EQUAL TAB-OVR-REGIAO(IDX-OVR)
                   CONTINUE
           END-SEARCH.
           IF TAB-OVR-DEVOLUCAO(IDX-OVR) > TAB-OVR-VENDAS(IDX-OVR)
               MOVE ZEROS TO WK-BASE-OVERRIDE
           ELSE
               COMPUTE WK-BASE-OVERRIDE = TAB-OVR-VENDAS(IDX-OVR)
                       - TAB-OVR-DEVOLUCAO(IDX-OVR)
           END-IF.
           MOVE TAB-FGR-TAXA(WK-QTD-FAIXAS-GER) TO WK-TAXA-OVERRIDE.
           PERFORM 222-TESTAR-FAIXA-GER
               VARYING IDX-FGR FROM WK-QTD-FAIXAS-GER BY -1
               UNTIL IDX-FGR < 1.
           COMPUTE WK-COMISSAO ROUNDED = WK-BASE-OVERRIDE
                   * WK-TAXA-OVERRIDE / 100.
           PERFORM 223-GRAVAR-EQUIPE.
           IF WK-COMISSAO NOT EQUAL ZEROS
               MOVE TAB-GER-CODIGO(IDX-GER) TO WK-PGG-GERENTE
               MOVE TAB-OVR-ANO(IDX-OVR)    TO WK-PGG-ANO
               MOVE TAB-OVR-MES(IDX-OVR)    TO WK-PGG-MES
               PERFORM 230-LOCALIZAR-PAGTO-GERENTE
               IF WK-PGG-ACHADO EQUAL 'S'
                   ADD WK-COMISSAO TO TAB-PGG-OVERRIDE(IDX-PGG)
               ELSE
                   DISPLAY 'TABELA DE PAGAMENTOS DE GERENTES '
                           'CHEIA - OVERRIDE DO GERENTE '
                           WK-PGG-GERENTE ' PAGO EM SEPARADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM 208-CALCULAR-IMPOSTOS
                   PERFORM 227-GRAVAR-PAGTO-GERENTE
               END-IF
               ADD WK-COMISSAO TO WK-TOT-OVERRIDE
               ADD 1 TO WK-CONTADOR-OVERRIDE
           END-IF.
           MOVE WK-BASE-OVERRIDE  TO WK-OVR-BASE.
           MOVE WK-TAXA-OVERRIDE  TO WK-OVR-TAXA.
           MOVE WK-COMISSAO       TO WK-OVR-VALOR.
           MOVE WK-LINHA-OVERRIDE TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 2 LINES.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
       222-TESTAR-FAIXA-GER.
           IF WK-BASE-OVERRIDE NOT > TAB-FGR-LIMITE(IDX-FGR)
               MOVE TAB-FGR-TAXA(IDX-FGR) TO WK-TAXA-OVERRIDE
           END-IF.
       223-GRAVAR-EQUIPE.
           MOVE TAB-OVR-REGIAO(IDX-OVR) TO WK-GER-REGIAO.
           MOVE TAB-GER-CODIGO(IDX-GER) TO WK-GER-CODIGO.
           MOVE TAB-GER-NOME(IDX-GER)   TO WK-GER-NOME.
           MOVE WK-LINHA-CAB-GERENTE    TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE TAB-OVR-ANO(IDX-OVR)    TO WK-CMP-ANO.
           MOVE TAB-OVR-MES(IDX-OVR)    TO WK-CMP-MES.
           MOVE WK-LINHA-COMPETENCIA    TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE WK-LINHA-TIT-EQUIPE     TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 2 LINES.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE ZEROS TO WK-META-EQUIPE.
           PERFORM 224-GRAVAR-MEMBRO-EQUIPE
               VARYING IDX-VM FROM 1 BY 1
               UNTIL IDX-VM > WK-QTD-VENDMST.
           MOVE SPACES                     TO WK-EQP-VENDEDOR.
           MOVE 'TOTAL DA EQUIPE'          TO WK-EQP-NOME.
           MOVE TAB-OVR-VENDAS(IDX-OVR)    TO WK-EQP-VENDAS.
           MOVE TAB-OVR-DEVOLUCAO(IDX-OVR) TO WK-EQP-DEVOLUCAO.
           MOVE WK-META-EQUIPE             TO WK-EQP-META.
           MOVE WK-BASE-OVERRIDE           TO WK-MEMBRO-LIQUIDO.
           MOVE WK-META-EQUIPE             TO WK-META-VALOR.
           PERFORM 226-CALCULAR-ATINGIMENTO.
           MOVE WK-LINHA-EQUIPE            TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 2 LINES.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
       224-GRAVAR-MEMBRO-EQUIPE.
           IF TAB-VM-REGIAO(IDX-VM) EQUAL TAB-OVR-REGIAO(IDX-OVR)
               AND TAB-VM-CODIGO(IDX-VM)
                   NOT EQUAL TAB-GER-CODIGO(IDX-GER)
               MOVE ZEROS TO WK-MEMBRO-VENDAS
               MOVE ZEROS TO WK-MEMBRO-DEVOLUCAO
               PERFORM 225-SOMAR-VENDA-MEMBRO
                   VARYING IDX-VEQ FROM 1 BY 1
                   UNTIL IDX-VEQ > WK-QTD-VENDAS-EQP
               MOVE ZEROS TO WK-META-VALOR
               PERFORM 229-SOMAR-META-MEMBRO
                   VARYING IDX-MET FROM 1 BY 1
                   UNTIL IDX-MET > WK-QTD-METAS
               ADD WK-META-VALOR TO WK-META-EQUIPE
               IF WK-MEMBRO-DEVOLUCAO > WK-MEMBRO-VENDAS
                   MOVE ZEROS TO WK-MEMBRO-LIQUIDO
               ELSE
                   COMPUTE WK-MEMBRO-LIQUIDO = WK-MEMBRO-VENDAS
                           - WK-MEMBRO-DEVOLUCAO
               END-IF
               MOVE TAB-VM-CODIGO(IDX-VM) TO WK-EQP-VENDEDOR
               MOVE TAB-VM-NOME(IDX-VM)   TO WK-EQP-NOME
               MOVE WK-MEMBRO-VENDAS      TO WK-EQP-VENDAS
               MOVE WK-MEMBRO-DEVOLUCAO   TO WK-EQP-DEVOLUCAO
               MOVE WK-META-VALOR         TO WK-EQP-META
               PERFORM 226-CALCULAR-ATINGIMENTO
               MOVE WK-LINHA-EQUIPE       TO REG-RELATORIO
               WRITE REG-RELATORIO
               IF WK-FS-RELATORIO NOT EQUAL '00'
                   PERFORM 207-ERRO-RELATORIO
               END-IF
           END-IF.
       225-SOMAR-VENDA-MEMBRO.
           IF TAB-VEQ-VENDEDOR(IDX-VEQ) EQUAL TAB-VM-CODIGO(IDX-VM)
               AND TAB-VEQ-ANO(IDX-VEQ) EQUAL TAB-OVR-ANO(IDX-OVR)
               AND TAB-VEQ-MES(IDX-VEQ) EQUAL TAB-OVR-MES(IDX-OVR)
               ADD TAB-VEQ-VENDAS(IDX-VEQ)    TO WK-MEMBRO-VENDAS
               ADD TAB-VEQ-DEVOLUCAO(IDX-VEQ) TO WK-MEMBRO-DEVOLUCAO
           END-IF.
       226-CALCULAR-ATINGIMENTO.
           IF WK-META-VALOR EQUAL ZEROS
               MOVE ZEROS TO WK-EQP-ATING
           ELSE
               COMPUTE WK-ATINGIMENTO ROUNDED =
                       WK-MEMBRO-LIQUIDO * 100 / WK-META-VALOR
                   ON SIZE ERROR
                       MOVE 999,99 TO WK-ATINGIMENTO
               END-COMPUTE
               MOVE WK-ATINGIMENTO TO WK-EQP-ATING
           END-IF.
       227-GRAVAR-PAGTO-GERENTE.
           MOVE WK-PGG-GERENTE          TO FD-VENDEDOR-PAGAMENTOS.
           MOVE WK-PGG-ANO              TO FD-ANO-PAGAMENTOS.
           MOVE WK-PGG-MES              TO FD-MES-PAGAMENTOS.
           MOVE WK-COMISSAO             TO FD-VALOR-PAGAMENTOS.
           MOVE WK-IRRF                 TO FD-IRRF-PAGAMENTOS.
           MOVE WK-ISS                  TO FD-ISS-PAGAMENTOS.
           MOVE WK-LIQUIDO              TO FD-LIQUIDO-PAGAMENTOS.
           WRITE REG-PAGAMENTOS.
           IF WK-FS-PAGAMENTOS NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-PAGAMENTOS
                       ' O COMANDO WRITE PAGAMENTOS'
               MOVE '227-GRAVAR-PAGTO-GER' TO WK-ERRO-PARAGRAFO
               MOVE 'PAGAMENTOS'           TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PAGAMENTOS       TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-PAGTOS.
       230-LOCALIZAR-PAGTO-GERENTE.
           MOVE 'N' TO WK-PGG-ACHADO.
           SET IDX-PGG TO 1.
           SEARCH PAGGER-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-PGG > WK-QTD-PAGTOS-GER
                   CONTINUE
               WHEN TAB-PGG-GERENTE(IDX-PGG) EQUAL WK-PGG-GERENTE
                    AND TAB-PGG-ANO(IDX-PGG) EQUAL WK-PGG-ANO
                    AND TAB-PGG-MES(IDX-PGG) EQUAL WK-PGG-MES
                   MOVE 'S' TO WK-PGG-ACHADO
           END-SEARCH.
           IF WK-PGG-ACHADO EQUAL 'N'
               AND WK-QTD-PAGTOS-GER < 100
               ADD 1 TO WK-QTD-PAGTOS-GER
               SET IDX-PGG TO WK-QTD-PAGTOS-GER
               MOVE WK-PGG-GERENTE TO TAB-PGG-GERENTE(IDX-PGG)
               MOVE WK-PGG-ANO     TO TAB-PGG-ANO(IDX-PGG)
               MOVE WK-PGG-MES     TO TAB-PGG-MES(IDX-PGG)
               MOVE 'S' TO WK-PGG-ACHADO
           END-IF.
      *    UM PAGAMENTO POR GERENTE E COMPETENCIA - COMISSAO PROPRIA
      *    MAIS OVERRIDE, COM IRRF/ISS SOBRE O BRUTO SOMADO
       231-PAGAR-GERENTES.
           IF WK-QTD-PAGTOS-GER NOT EQUAL ZEROS
               MOVE WK-LINHA-TIT-PAGTO-GER TO REG-RELATORIO
               WRITE REG-RELATORIO AFTER ADVANCING PAGE
               IF WK-FS-RELATORIO NOT EQUAL '00'
                   PERFORM 207-ERRO-RELATORIO
               END-IF
               PERFORM 232-PAGAR-GERENTE
                   VARYING IDX-PGG FROM 1 BY 1
                   UNTIL IDX-PGG > WK-QTD-PAGTOS-GER
           END-IF.
       232-PAGAR-GERENTE.
           COMPUTE WK-COMISSAO = TAB-PGG-PROPRIA(IDX-PGG)
                   + TAB-PGG-OVERRIDE(IDX-PGG).
           MOVE TAB-PGG-GERENTE(IDX-PGG) TO WK-PGG-GERENTE.
           MOVE TAB-PGG-ANO(IDX-PGG)     TO WK-PGG-ANO.
           MOVE TAB-PGG-MES(IDX-PGG)     TO WK-PGG-MES.
           PERFORM 208-CALCULAR-IMPOSTOS.
           PERFORM 227-GRAVAR-PAGTO-GERENTE.
           MOVE WK-PGG-GERENTE            TO WK-PGG-DET-GERENTE.
           MOVE WK-PGG-ANO                TO WK-PGG-DET-ANO.
           MOVE WK-PGG-MES                TO WK-PGG-DET-MES.
           MOVE TAB-PGG-PROPRIA(IDX-PGG)  TO WK-PGG-DET-PROPRIA.
           MOVE TAB-PGG-OVERRIDE(IDX-PGG) TO WK-PGG-DET-OVERRIDE.
           MOVE WK-COMISSAO               TO WK-PGG-DET-TOTAL.
           MOVE WK-LINHA-PAGTO-GER        TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING 2 LINES.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE WK-IRRF            TO WK-DET-IRRF.
           MOVE WK-ISS             TO WK-DET-ISS.
           MOVE WK-LIQUIDO         TO WK-DET-LIQUIDO.
           MOVE WK-LINHA-IMPOSTOS  TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
       229-SOMAR-META-MEMBRO.
           IF TAB-META-VENDEDOR(IDX-MET) EQUAL TAB-VM-CODIGO(IDX-VM)
               AND TAB-META-ANO(IDX-MET) EQUAL TAB-OVR-ANO(IDX-OVR)
               AND TAB-META-MES(IDX-MET) EQUAL TAB-OVR-MES(IDX-OVR)
               ADD TAB-META-VALOR(IDX-MET) TO WK-META-VALOR
           END-IF.
       205-GRAVAR-CABECALHO.
           MOVE 'NAO CADASTRADO' TO WK-NOME-VENDEDOR.
           SET IDX-VM TO 1.
                   PERFORM 207-ERRO-RELATORIO
               END-IF
           END-IF.
           IF WK-PAGTO-ADIADO EQUAL 'S'
               MOVE WK-LINHA-RETENCAO-GER TO REG-RELATORIO
           ELSE
               MOVE WK-IRRF            TO WK-DET-IRRF
               MOVE WK-ISS             TO WK-DET-ISS
               MOVE WK-LIQUIDO         TO WK-DET-LIQUIDO
               MOVE WK-LINHA-IMPOSTOS  TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       306-LER-GERREG.
           READ ARQ-GERREG.
           EVALUATE WK-FS-GERREG
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-GERREG
                           ' O COMANDO READ GERREG'
                   MOVE '306-LER-GERREG' TO WK-ERRO-PARAGRAFO
                   MOVE 'GERREG' TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-GERREG TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       307-LER-COMISGER.
           READ ARQ-COMISGER.
           EVALUATE WK-FS-COMISGER
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-COMISGER
                           ' O COMANDO READ COMISGER'
                   MOVE '307-LER-COMISGER' TO WK-ERRO-PARAGRAFO
                   MOVE 'COMISGER' TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-COMISGER TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       308-LER-METAS.
           READ ARQ-METAS.
           EVALUATE WK-FS-METAS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-METAS
                           ' O COMANDO READ METAS'
                   MOVE '308-LER-METAS' TO WK-ERRO-PARAGRAFO
                   MOVE 'METAS' TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-METAS TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-PRIMEIRO EQUAL 'N'
               PERFORM 204-GRAVAR-TOTAL-VENDEDOR
           END-IF.
           PERFORM 220-PROCESSAR-OVERRIDES.
           PERFORM 231-PAGAR-GERENTES.
           PERFORM 904-GRAVAR-RESUMO-TRIBUTOS.
           PERFORM 905-CONTAR-ESTORNOS-SEM-USO.
           CLOSE ARQ-VENDTOT.
           CLOSE ARQ-PAGAMENTOS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-ESTCOM.
           IF WK-FS-ESTCOM NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-ESTCOM
                       ' NO COMANDO CLOSE ESTCOM'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'ESTCOM'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-ESTCOM    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-FS-PAGAMENTOS NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-PAGAMENTOS
                       ' NO COMANDO CLOSE PAGAMENTOS'
           END-IF.
           DISPLAY 'COMISSOES CALCULADAS - PAGAMENTOS '
                   WK-CONTADOR-PAGTOS.
           DISPLAY 'OVERRIDES DE GERENCIA PAGOS         '
                   WK-CONTADOR-OVERRIDE.
       904-GRAVAR-RESUMO-TRIBUTOS.
           MOVE 'RESUMO DE RETENCOES DO MES' TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE 'OVERRIDE GERENCIA    = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-OVERRIDE            TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO-TRIB       TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 207-ERRO-RELATORIO
           END-IF.
           MOVE 'IRRF RETIDO          = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-IRRF                TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO-TRIB       TO REG-RELATORIO.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE WK-PERIODO-PROCESSADO TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
