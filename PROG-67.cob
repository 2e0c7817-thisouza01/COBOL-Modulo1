       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71967 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  INFORME ANUAL DE RENDIMENTOS DAS COMISSOES - LE OS  *
      *  PAGAMENTOS DO ANO-CALENDARIO COM A SITUACAO DO      *
      *  RETORNO BANCARIO (PAGSTAT DO EAD71947), DESPREZA OS *
      *  PAGAMENTOS DEVOLVIDOS E CONSIDERA AS REEMISSOES.    *
      *  TOTALIZA POR VENDEDOR DO VENDMST E POR MES A        *
      *  COMISSAO BRUTA, O ESTORNO DE DEVOLUCOES (ESTCOM DO  *
      *  EAD71930), O IRRF E O ISS RETIDOS E O LIQUIDO PAGO. *
      *  EMITE UM INFORME POR VENDEDOR E O ARQUIVO INFORME   *
      *  PARA A DECLARACAO DAS RETENCOES                     *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAGAMENTOS ASSIGN TO PAGAMENTOS
               FILE STATUS IS WK-FS-PAGAMENTOS.
           SELECT ARQ-PAGSTAT ASSIGN TO PAGSTAT
               FILE STATUS IS WK-FS-PAGSTAT.
           SELECT ARQ-ESTCOM ASSIGN TO ESTCOM
               FILE STATUS IS WK-FS-ESTCOM.
           SELECT ARQ-VENDMST ASSIGN TO VENDMST
               FILE STATUS IS WK-FS-VENDMST.
           SELECT ARQ-INFORME ASSIGN TO INFORME
               FILE STATUS IS WK-FS-INFORME.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PAGAMENTOS
            RECORDING MODE IS F.
       01  REG-PAGAMENTOS.
           05 FD-VENDEDOR-PAGAMENTOS      PIC 9(4).
           05 FD-ANO-PAGAMENTOS           PIC 9(4).
           05 FD-MES-PAGAMENTOS           PIC 99.
           05 FD-VALOR-PAGAMENTOS         PIC 9(8)V99.
           05 FD-IRRF-PAGAMENTOS          PIC 9(8)V99.
           05 FD-ISS-PAGAMENTOS           PIC 9(8)V99.
           05 FD-LIQUIDO-PAGAMENTOS       PIC 9(8)V99.
       FD   ARQ-PAGSTAT
            RECORDING MODE IS F.
       01  REG-PAGSTAT.
           05 FD-VENDEDOR-PAGSTAT         PIC 9(4).
           05 FD-ANO-PAGSTAT              PIC 9(4).
           05 FD-MES-PAGSTAT              PIC 99.
           05 FD-VALOR-PAGSTAT            PIC 9(8)V99.
           05 FD-SITUACAO-PAGSTAT         PIC X.
       FD   ARQ-ESTCOM
            RECORDING MODE IS F.
       01  REG-ESTCOM.
           05 FD-VENDEDOR-ESTCOM          PIC 9(4).
           05 FD-ANO-ESTCOM               PIC 9(4).
           05 FD-MES-ESTCOM               PIC 99.
           05 FD-DEVOLUCAO-ESTCOM         PIC 9(8)V99.
           05 FD-ESTORNO-ESTCOM           PIC 9(8)V99.
       FD   ARQ-VENDMST
            RECORDING MODE IS F.
       01  REG-VENDMST.
           05 FD-CODIGO-VENDMST           PIC 9(4).
           05 FD-NOME-VENDMST             PIC X(20).
           05 FD-REGIAO-VENDMST           PIC X(10).
           05 FD-AGENCIA-VENDMST          PIC X(4).
           05 FD-CONTA-VENDMST            PIC 9(5).
       FD   ARQ-INFORME
            RECORDING MODE IS F.
       01  REG-INFORME.
           05 FD-TIPO-INFORME             PIC X.
           05 FD-ANO-INFORME              PIC 9(4).
           05 FD-VENDEDOR-INFORME         PIC 9(4).
           05 FD-NOME-INFORME             PIC X(20).
           05 FD-MES-INFORME              PIC 99.
           05 FD-BRUTO-INFORME            PIC 9(9)V99.
           05 FD-ESTORNO-INFORME          PIC 9(9)V99.
           05 FD-TRIBUTAVEL-INFORME       PIC 9(9)V99.
           05 FD-IRRF-INFORME             PIC 9(9)V99.
           05 FD-ISS-INFORME              PIC 9(9)V99.
           05 FD-LIQUIDO-INFORME          PIC 9(9)V99.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-PAGAMENTOS   PIC XX            VALUE SPACES.
       77  WK-FS-PAGSTAT      PIC XX            VALUE SPACES.
       77  WK-FS-ESTCOM       PIC XX            VALUE SPACES.
       77  WK-FS-VENDMST      PIC XX            VALUE SPACES.
       77  WK-FS-INFORME      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-ANO-PARAMETRO   PIC X(4)          VALUE SPACES.
       77  WK-ANO-INFORME     PIC 9(4)          VALUE ZEROS.
       77  WK-QTD-VENDMST     PIC 99            VALUE ZEROS.
       77  WK-QTD-PAGSTAT     PIC 9(4)          VALUE ZEROS.
       77  WK-QTD-ESTCOM      PIC 9(3)          VALUE ZEROS.
       77  WK-MES             PIC 99            VALUE ZEROS.
       77  WK-VENDEDOR-ACHADO PIC X             VALUE 'N'.
       77  WK-ESTCOM-ACHADO   PIC X             VALUE 'N'.
       77  WK-SITUACAO        PIC X             VALUE 'N'.
       77  WK-ESTORNO         PIC 9(8)V99       VALUE ZEROS.
       77  WK-BRUTO           PIC 9(9)V99       VALUE ZEROS.
       77  WK-TRIBUTAVEL      PIC 9(9)V99       VALUE ZEROS.
       77  WK-VEN-BRUTO       PIC 9(9)V99       VALUE ZEROS.
       77  WK-VEN-ESTORNO     PIC 9(9)V99       VALUE ZEROS.
       77  WK-VEN-IRRF        PIC 9(9)V99       VALUE ZEROS.
       77  WK-VEN-ISS         PIC 9(9)V99       VALUE ZEROS.
       77  WK-VEN-LIQUIDO     PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-BRUTO       PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-ESTORNO     PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-IRRF        PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-ISS         PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-LIQUIDO     PIC 9(9)V99       VALUE ZEROS.
       77  WK-TOT-DEVOLVIDO   PIC 9(9)V99       VALUE ZEROS.
       77  WK-CONTADOR-LIDOS  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-CONSIDERADOS PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-DEVOLVIDOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-REEMISSOES PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-SEM-RETORNO PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-FORA-ANO PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-NAO-CADASTRADO PIC 9(9)  VALUE ZEROS.
       77  WK-CONTADOR-INFORMES PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-GRAVADOS PIC 9(9)        VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  TABELA-VENDMST.
           03 VENDMST-ENTRY OCCURS 50 TIMES INDEXED BY IDX-VM.
               05 TAB-VM-CODIGO   PIC 9(4)      VALUE ZEROS.
               05 TAB-VM-NOME     PIC X(20)     VALUE SPACES.
               05 TAB-VM-REGIAO   PIC X(10)     VALUE SPACES.
               05 TAB-VM-PAGOS    PIC 9(5)      VALUE ZEROS.
               05 TAB-VM-DEVOLVIDOS PIC 9(5)    VALUE ZEROS.
               05 TAB-VM-VALOR-DEVOLVIDO PIC 9(9)V99 VALUE ZEROS.
               05 TAB-VM-REEMISSOES PIC 9(5)    VALUE ZEROS.
               05 TAB-VM-SEM-RETORNO PIC 9(5)   VALUE ZEROS.
               05 TAB-VM-MES OCCURS 12 TIMES.
                   07 TAB-MES-BRUTO      PIC 9(9)V99 VALUE ZEROS.
                   07 TAB-MES-ESTORNO    PIC 9(9)V99 VALUE ZEROS.
                   07 TAB-MES-IRRF       PIC 9(9)V99 VALUE ZEROS.
                   07 TAB-MES-ISS        PIC 9(9)V99 VALUE ZEROS.
                   07 TAB-MES-LIQUIDO    PIC 9(9)V99 VALUE ZEROS.
                   07 TAB-MES-DEVOLVIDOS PIC 9(3)    VALUE ZEROS.
                   07 TAB-MES-REEMITIDOS PIC 9(3)    VALUE ZEROS.
       01  TABELA-PAGSTAT.
           03 PAGSTAT-ENTRY OCCURS 1200 TIMES INDEXED BY IDX-PST.
               05 TAB-PST-VENDEDOR PIC 9(4)     VALUE ZEROS.
               05 TAB-PST-MES      PIC 99       VALUE ZEROS.
               05 TAB-PST-VALOR    PIC 9(8)V99  VALUE ZEROS.
               05 TAB-PST-SITUACAO PIC X        VALUE SPACE.
               05 TAB-PST-USADO    PIC X        VALUE 'N'.
       01  TABELA-ESTCOM.
           03 ESTCOM-ENTRY OCCURS 600 TIMES INDEXED BY IDX-EST.
               05 TAB-EST-VENDEDOR PIC 9(4)     VALUE ZEROS.
               05 TAB-EST-MES      PIC 99       VALUE ZEROS.
               05 TAB-EST-ESTORNO  PIC 9(8)V99  VALUE ZEROS.
               05 TAB-EST-USADO    PIC X        VALUE 'N'.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(42) VALUE
                  'INFORME DE RENDIMENTOS DE COMISSOES - ANO '.
           05 WK-TIT-ANO          PIC 9(4).
       01  WK-LINHA-VENDEDOR.
           05 FILLER              PIC X(9)  VALUE 'VENDEDOR '.
           05 WK-VEN-CODIGO       PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-VEN-NOME         PIC X(20).
           05 FILLER              PIC X(8)  VALUE ' REGIAO '.
           05 WK-VEN-REGIAO       PIC X(10).
       01  WK-LINHA-COLUNAS.
           05 FILLER              PIC X(4)  VALUE ' MES'.
           05 FILLER              PIC X(15) VALUE ' COMISSAO BRUTA'.
           05 FILLER              PIC X(15) VALUE '       ESTORNOS'.
           05 FILLER              PIC X(15) VALUE '           IRRF'.
           05 FILLER              PIC X(15) VALUE '            ISS'.
           05 FILLER              PIC X(15) VALUE '   LIQUIDO PAGO'.
       01  WK-LINHA-MES.
           05 WK-MES-ROTULO       PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-MES-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-MES-ESTORNO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-MES-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-MES-ISS          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-MES-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-MES-EDITADO.
           05 FILLER              PIC XX    VALUE SPACES.
           05 WK-MES-NUMERO       PIC 99.
       01  WK-LINHA-RESUMO.
           05 WK-RES-ROTULO       PIC X(28).
           05 WK-RES-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71967'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71967'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-PAGAMENTOS = '10'.
           PERFORM 207-EMITIR-INFORME
               VARYING IDX-VM FROM 1 BY 1
               UNTIL IDX-VM > WK-QTD-VENDMST.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WK-ANO-PARAMETRO FROM SYSIN.
           IF WK-ANO-PARAMETRO IS NOT NUMERIC
               DISPLAY 'ANO-CALENDARIO INVALIDO: ' WK-ANO-PARAMETRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-ANO-PARAMETRO TO WK-ANO-INFORME.
           MOVE WK-ANO-INFORME   TO WK-TIT-ANO.
           PERFORM 102-CARREGAR-VENDMST.
           PERFORM 104-CARREGAR-PAGSTAT.
           PERFORM 106-CARREGAR-ESTCOM.
           OPEN INPUT ARQ-PAGAMENTOS.
           EVALUATE WK-FS-PAGAMENTOS
               WHEN '00'
                   PERFORM 301-LER-PAGAMENTOS
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGAMENTOS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGAMENTOS
                           ' O COMANDO OPEN PAGAMENTOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGAMENTOS'  TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGAMENTOS TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-INFORME.
           EVALUATE WK-FS-INFORME
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-INFORME
                           ' O COMANDO OPEN INFORME'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'INFORME'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-INFORME TO WK-ERRO-STATUS
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
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'   TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-VENDMST.
           OPEN INPUT ARQ-VENDMST.
           EVALUATE WK-FS-VENDMST
               WHEN '00'
                   PERFORM 302-LER-VENDMST
                   PERFORM 103-GUARDAR-VENDMST
                       UNTIL WK-FS-VENDMST = '10'
                   CLOSE ARQ-VENDMST
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMST
                           ' O COMANDO OPEN VENDMST'
                   MOVE '102-CARREGAR-VENDMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       103-GUARDAR-VENDMST.
           IF WK-QTD-VENDMST NOT < 50
               DISPLAY 'TABELA DO CADASTRO DE VENDEDORES CHEIA - '
                       'VENDEDOR ' FD-CODIGO-VENDMST ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VENDMST
               SET IDX-VM TO WK-QTD-VENDMST
               MOVE FD-CODIGO-VENDMST TO TAB-VM-CODIGO(IDX-VM)
               MOVE FD-NOME-VENDMST   TO TAB-VM-NOME(IDX-VM)
               MOVE FD-REGIAO-VENDMST TO TAB-VM-REGIAO(IDX-VM)
           END-IF.
           PERFORM 302-LER-VENDMST.
       104-CARREGAR-PAGSTAT.
           OPEN INPUT ARQ-PAGSTAT.
           EVALUATE WK-FS-PAGSTAT
               WHEN '00'
                   PERFORM 303-LER-PAGSTAT
                   PERFORM 105-GUARDAR-PAGSTAT
                       UNTIL WK-FS-PAGSTAT = '10'
                   CLOSE ARQ-PAGSTAT
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGSTAT NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGSTAT
                           ' O COMANDO OPEN PAGSTAT'
                   MOVE '104-CARREGAR-PAGSTAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGSTAT'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGSTAT          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-PAGSTAT.
           IF FD-ANO-PAGSTAT EQUAL WK-ANO-INFORME
               IF WK-QTD-PAGSTAT NOT < 1200
                   DISPLAY 'TABELA DE SITUACAO DOS PAGAMENTOS CHEIA - '
                           'VENDEDOR ' FD-VENDEDOR-PAGSTAT ' IGNORADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WK-QTD-PAGSTAT
                   SET IDX-PST TO WK-QTD-PAGSTAT
                   MOVE FD-VENDEDOR-PAGSTAT
                        TO TAB-PST-VENDEDOR(IDX-PST)
                   MOVE FD-MES-PAGSTAT      TO TAB-PST-MES(IDX-PST)
                   MOVE FD-VALOR-PAGSTAT    TO TAB-PST-VALOR(IDX-PST)
                   MOVE FD-SITUACAO-PAGSTAT
                        TO TAB-PST-SITUACAO(IDX-PST)
                   MOVE 'N'                 TO TAB-PST-USADO(IDX-PST)
               END-IF
           END-IF.
           PERFORM 303-LER-PAGSTAT.
       106-CARREGAR-ESTCOM.
           OPEN INPUT ARQ-ESTCOM.
           EVALUATE WK-FS-ESTCOM
               WHEN '00'
                   PERFORM 304-LER-ESTCOM
                   PERFORM 107-GUARDAR-ESTCOM
                       UNTIL WK-FS-ESTCOM = '10'
                   CLOSE ARQ-ESTCOM
               WHEN '35'
                   DISPLAY 'ARQUIVO ESTCOM NAO ENCONTRADO - '
                           'INFORME SEM ESTORNOS DE DEVOLUCAO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ESTCOM
                           ' O COMANDO OPEN ESTCOM'
                   MOVE '106-CARREGAR-ESTCOM' TO WK-ERRO-PARAGRAFO
                   MOVE 'ESTCOM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ESTCOM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-ESTCOM.
           IF FD-ANO-ESTCOM EQUAL WK-ANO-INFORME
               IF WK-QTD-ESTCOM NOT < 600
                   DISPLAY 'TABELA DE ESTORNOS CHEIA - ESTORNO DO '
                           'VENDEDOR ' FD-VENDEDOR-ESTCOM ' IGNORADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WK-QTD-ESTCOM
                   SET IDX-EST TO WK-QTD-ESTCOM
                   MOVE FD-VENDEDOR-ESTCOM
                        TO TAB-EST-VENDEDOR(IDX-EST)
                   MOVE FD-MES-ESTCOM     TO TAB-EST-MES(IDX-EST)
                   MOVE FD-ESTORNO-ESTCOM TO TAB-EST-ESTORNO(IDX-EST)
                   MOVE 'N'               TO TAB-EST-USADO(IDX-EST)
               END-IF
           END-IF.
           PERFORM 304-LER-ESTCOM.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-CONTADOR-LIDOS.
           IF FD-ANO-PAGAMENTOS NOT EQUAL WK-ANO-INFORME
               OR FD-MES-PAGAMENTOS < 1
               OR FD-MES-PAGAMENTOS > 12
               ADD 1 TO WK-CONTADOR-FORA-ANO
           ELSE
               MOVE FD-MES-PAGAMENTOS TO WK-MES
               PERFORM 202-LOCALIZAR-VENDEDOR
               IF WK-VENDEDOR-ACHADO EQUAL 'N'
                   ADD 1 TO WK-CONTADOR-NAO-CADASTRADO
                   DISPLAY 'PAGAMENTO DE VENDEDOR NAO CADASTRADO NO '
                           'VENDMST: ' FD-VENDEDOR-PAGAMENTOS
                           ' ' FD-ANO-PAGAMENTOS '/' FD-MES-PAGAMENTOS
               ELSE
                   PERFORM 203-LOCALIZAR-PAGSTAT
                   IF WK-SITUACAO EQUAL 'R'
                       PERFORM 204-EXCLUIR-DEVOLVIDO
                   ELSE
                       PERFORM 205-ACUMULAR-PAGAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM 301-LER-PAGAMENTOS.
       202-LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WK-VENDEDOR-ACHADO.
           SET IDX-VM TO 1.
           SEARCH VENDMST-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-VM > WK-QTD-VENDMST
                   CONTINUE
               WHEN TAB-VM-CODIGO(IDX-VM)
                       EQUAL FD-VENDEDOR-PAGAMENTOS
                   MOVE 'S' TO WK-VENDEDOR-ACHADO
           END-SEARCH.
       203-LOCALIZAR-PAGSTAT.
           MOVE SPACE TO WK-SITUACAO.
           IF WK-QTD-PAGSTAT NOT EQUAL ZEROS
               SET IDX-PST TO 1
               SEARCH PAGSTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-PST > WK-QTD-PAGSTAT
                       CONTINUE
                   WHEN TAB-PST-VENDEDOR(IDX-PST)
                            EQUAL FD-VENDEDOR-PAGAMENTOS
                        AND TAB-PST-MES(IDX-PST)
                            EQUAL FD-MES-PAGAMENTOS
                        AND TAB-PST-VALOR(IDX-PST)
                            EQUAL FD-LIQUIDO-PAGAMENTOS
                        AND TAB-PST-USADO(IDX-PST) EQUAL 'N'
                       MOVE TAB-PST-SITUACAO(IDX-PST) TO WK-SITUACAO
                       MOVE 'S' TO TAB-PST-USADO(IDX-PST)
               END-SEARCH
           END-IF.
       204-EXCLUIR-DEVOLVIDO.
           ADD 1 TO WK-CONTADOR-DEVOLVIDOS.
           ADD 1 TO TAB-VM-DEVOLVIDOS(IDX-VM).
           ADD 1 TO TAB-MES-DEVOLVIDOS(IDX-VM WK-MES).
           ADD FD-LIQUIDO-PAGAMENTOS TO TAB-VM-VALOR-DEVOLVIDO(IDX-VM).
           ADD FD-LIQUIDO-PAGAMENTOS TO WK-TOT-DEVOLVIDO.
       205-ACUMULAR-PAGAMENTO.
           ADD 1 TO WK-CONTADOR-CONSIDERADOS.
           ADD 1 TO TAB-VM-PAGOS(IDX-VM).
           IF TAB-MES-DEVOLVIDOS(IDX-VM WK-MES)
                   > TAB-MES-REEMITIDOS(IDX-VM WK-MES)
               ADD 1 TO TAB-MES-REEMITIDOS(IDX-VM WK-MES)
               ADD 1 TO TAB-VM-REEMISSOES(IDX-VM)
               ADD 1 TO WK-CONTADOR-REEMISSOES
           END-IF.
           IF WK-SITUACAO NOT EQUAL 'P'
               ADD 1 TO WK-CONTADOR-SEM-RETORNO
               ADD 1 TO TAB-VM-SEM-RETORNO(IDX-VM)
               DISPLAY 'PAGAMENTO SEM CONFIRMACAO DO BANCO - '
                       'VENDEDOR ' FD-VENDEDOR-PAGAMENTOS
                       ' ' FD-ANO-PAGAMENTOS '/' FD-MES-PAGAMENTOS
                       ' - CONSIDERADO NO INFORME'
           END-IF.
           PERFORM 206-LOCALIZAR-ESTCOM.
           COMPUTE WK-BRUTO = FD-VALOR-PAGAMENTOS + WK-ESTORNO.
           ADD WK-BRUTO   TO TAB-MES-BRUTO(IDX-VM WK-MES).
           ADD WK-ESTORNO TO TAB-MES-ESTORNO(IDX-VM WK-MES).
           ADD FD-IRRF-PAGAMENTOS TO TAB-MES-IRRF(IDX-VM WK-MES).
           ADD FD-ISS-PAGAMENTOS  TO TAB-MES-ISS(IDX-VM WK-MES).
           ADD FD-LIQUIDO-PAGAMENTOS
               TO TAB-MES-LIQUIDO(IDX-VM WK-MES).
       206-LOCALIZAR-ESTCOM.
           MOVE ZEROS TO WK-ESTORNO.
           MOVE 'N'   TO WK-ESTCOM-ACHADO.
           IF WK-QTD-ESTCOM NOT EQUAL ZEROS
               SET IDX-EST TO 1
               SEARCH ESTCOM-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-EST > WK-QTD-ESTCOM
                       CONTINUE
                   WHEN TAB-EST-VENDEDOR(IDX-EST)
                            EQUAL FD-VENDEDOR-PAGAMENTOS
                        AND TAB-EST-MES(IDX-EST)
                            EQUAL FD-MES-PAGAMENTOS
                        AND TAB-EST-USADO(IDX-EST) EQUAL 'N'
                       MOVE 'S' TO WK-ESTCOM-ACHADO
                       MOVE TAB-EST-ESTORNO(IDX-EST) TO WK-ESTORNO
                       MOVE 'S' TO TAB-EST-USADO(IDX-EST)
               END-SEARCH
           END-IF.
       207-EMITIR-INFORME.
           IF TAB-VM-PAGOS(IDX-VM) NOT EQUAL ZEROS
               OR TAB-VM-DEVOLVIDOS(IDX-VM) NOT EQUAL ZEROS
               ADD 1 TO WK-CONTADOR-INFORMES
               MOVE ZEROS TO WK-VEN-BRUTO
               MOVE ZEROS TO WK-VEN-ESTORNO
               MOVE ZEROS TO WK-VEN-IRRF
               MOVE ZEROS TO WK-VEN-ISS
               MOVE ZEROS TO WK-VEN-LIQUIDO
               PERFORM 208-GRAVAR-CABECALHO
               PERFORM 209-GRAVAR-MES
                   VARYING WK-MES FROM 1 BY 1
                   UNTIL WK-MES > 12
               PERFORM 211-GRAVAR-TOTAL-VENDEDOR
           END-IF.
       208-GRAVAR-CABECALHO.
           MOVE WK-LINHA-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 214-ERRO-RELATORIO
           END-IF.
           MOVE TAB-VM-CODIGO(IDX-VM) TO WK-VEN-CODIGO.
           MOVE TAB-VM-NOME(IDX-VM)   TO WK-VEN-NOME.
           MOVE TAB-VM-REGIAO(IDX-VM) TO WK-VEN-REGIAO.
           MOVE WK-LINHA-VENDEDOR     TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE WK-LINHA-COLUNAS      TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
       209-GRAVAR-MES.
           MOVE WK-MES                      TO WK-MES-NUMERO.
           MOVE WK-MES-EDITADO              TO WK-MES-ROTULO.
           MOVE TAB-MES-BRUTO(IDX-VM WK-MES)   TO WK-MES-BRUTO.
           MOVE TAB-MES-ESTORNO(IDX-VM WK-MES) TO WK-MES-ESTORNO.
           MOVE TAB-MES-IRRF(IDX-VM WK-MES)    TO WK-MES-IRRF.
           MOVE TAB-MES-ISS(IDX-VM WK-MES)     TO WK-MES-ISS.
           MOVE TAB-MES-LIQUIDO(IDX-VM WK-MES) TO WK-MES-LIQUIDO.
           MOVE WK-LINHA-MES                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           ADD TAB-MES-BRUTO(IDX-VM WK-MES)   TO WK-VEN-BRUTO.
           ADD TAB-MES-ESTORNO(IDX-VM WK-MES) TO WK-VEN-ESTORNO.
           ADD TAB-MES-IRRF(IDX-VM WK-MES)    TO WK-VEN-IRRF.
           ADD TAB-MES-ISS(IDX-VM WK-MES)     TO WK-VEN-ISS.
           ADD TAB-MES-LIQUIDO(IDX-VM WK-MES) TO WK-VEN-LIQUIDO.
           IF TAB-MES-BRUTO(IDX-VM WK-MES) NOT EQUAL ZEROS
               OR TAB-MES-LIQUIDO(IDX-VM WK-MES) NOT EQUAL ZEROS
               MOVE 'M'                            TO FD-TIPO-INFORME
               MOVE WK-MES                         TO FD-MES-INFORME
               MOVE TAB-MES-BRUTO(IDX-VM WK-MES)   TO FD-BRUTO-INFORME
               MOVE TAB-MES-ESTORNO(IDX-VM WK-MES)
                    TO FD-ESTORNO-INFORME
               MOVE TAB-MES-IRRF(IDX-VM WK-MES)    TO FD-IRRF-INFORME
               MOVE TAB-MES-ISS(IDX-VM WK-MES)     TO FD-ISS-INFORME
               MOVE TAB-MES-LIQUIDO(IDX-VM WK-MES)
                    TO FD-LIQUIDO-INFORME
               PERFORM 212-GRAVAR-INFORME
           END-IF.
       211-GRAVAR-TOTAL-VENDEDOR.
           MOVE 'ANO '          TO WK-MES-ROTULO.
           MOVE WK-VEN-BRUTO    TO WK-MES-BRUTO.
           MOVE WK-VEN-ESTORNO  TO WK-MES-ESTORNO.
           MOVE WK-VEN-IRRF     TO WK-MES-IRRF.
           MOVE WK-VEN-ISS      TO WK-MES-ISS.
           MOVE WK-VEN-LIQUIDO  TO WK-MES-LIQUIDO.
           MOVE WK-LINHA-MES    TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           COMPUTE WK-TRIBUTAVEL = WK-VEN-BRUTO - WK-VEN-ESTORNO.
           MOVE 'RENDIMENTO TRIBUTAVEL     = ' TO WK-RES-ROTULO.
           MOVE WK-TRIBUTAVEL                  TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'IMPOSTO RETIDO (IRRF)     = ' TO WK-RES-ROTULO.
           MOVE WK-VEN-IRRF                    TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'PAGAMENTOS CONSIDERADOS   = ' TO WK-TOT-ROTULO.
           MOVE TAB-VM-PAGOS(IDX-VM)           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           IF TAB-VM-DEVOLVIDOS(IDX-VM) NOT EQUAL ZEROS
               MOVE 'PAGAMENTOS DEVOLVIDOS     = ' TO WK-TOT-ROTULO
               MOVE TAB-VM-DEVOLVIDOS(IDX-VM)      TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 213-GRAVAR-RELATORIO
               MOVE 'VALOR DEVOLVIDO EXCLUIDO  = ' TO WK-RES-ROTULO
               MOVE TAB-VM-VALOR-DEVOLVIDO(IDX-VM) TO WK-RES-VALOR
               MOVE WK-LINHA-RESUMO                TO REG-RELATORIO
               PERFORM 213-GRAVAR-RELATORIO
               MOVE 'REEMISSOES CONSIDERADAS   = ' TO WK-TOT-ROTULO
               MOVE TAB-VM-REEMISSOES(IDX-VM)      TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 213-GRAVAR-RELATORIO
           END-IF.
           IF TAB-VM-SEM-RETORNO(IDX-VM) NOT EQUAL ZEROS
               MOVE 'SEM CONFIRMACAO DO BANCO  = ' TO WK-TOT-ROTULO
               MOVE TAB-VM-SEM-RETORNO(IDX-VM)     TO WK-TOT-VALOR
               MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO
               PERFORM 213-GRAVAR-RELATORIO
           END-IF.
           MOVE 'T'            TO FD-TIPO-INFORME.
           MOVE ZEROS          TO FD-MES-INFORME.
           MOVE WK-VEN-BRUTO   TO FD-BRUTO-INFORME.
           MOVE WK-VEN-ESTORNO TO FD-ESTORNO-INFORME.
           MOVE WK-VEN-IRRF    TO FD-IRRF-INFORME.
           MOVE WK-VEN-ISS     TO FD-ISS-INFORME.
           MOVE WK-VEN-LIQUIDO TO FD-LIQUIDO-INFORME.
           PERFORM 212-GRAVAR-INFORME.
           ADD WK-VEN-BRUTO   TO WK-TOT-BRUTO.
           ADD WK-VEN-ESTORNO TO WK-TOT-ESTORNO.
           ADD WK-VEN-IRRF    TO WK-TOT-IRRF.
           ADD WK-VEN-ISS     TO WK-TOT-ISS.
           ADD WK-VEN-LIQUIDO TO WK-TOT-LIQUIDO.
       212-GRAVAR-INFORME.
           MOVE WK-ANO-INFORME        TO FD-ANO-INFORME.
           MOVE TAB-VM-CODIGO(IDX-VM) TO FD-VENDEDOR-INFORME.
           MOVE TAB-VM-NOME(IDX-VM)   TO FD-NOME-INFORME.
           COMPUTE FD-TRIBUTAVEL-INFORME =
                   FD-BRUTO-INFORME - FD-ESTORNO-INFORME.
           WRITE REG-INFORME.
           IF WK-FS-INFORME NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-INFORME
                       ' O COMANDO WRITE INFORME'
               MOVE '212-GRAVAR-INFORME' TO WK-ERRO-PARAGRAFO
               MOVE 'INFORME'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-INFORME        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-GRAVADOS.
       213-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 214-ERRO-RELATORIO
           END-IF.
       214-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '214-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *******************************************************
       300-LER SECTION.
       301-LER-PAGAMENTOS.
           READ ARQ-PAGAMENTOS.
           EVALUATE WK-FS-PAGAMENTOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGAMENTOS
                           ' O COMANDO READ PAGAMENTOS'
                   MOVE '301-LER-PAGAMENTOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGAMENTOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGAMENTOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-VENDMST.
           READ ARQ-VENDMST.
           EVALUATE WK-FS-VENDMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMST
                           ' O COMANDO READ VENDMST'
                   MOVE '302-LER-VENDMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-PAGSTAT.
           READ ARQ-PAGSTAT.
           EVALUATE WK-FS-PAGSTAT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGSTAT
                           ' O COMANDO READ PAGSTAT'
                   MOVE '303-LER-PAGSTAT' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGSTAT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGSTAT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-ESTCOM.
           READ ARQ-ESTCOM.
           EVALUATE WK-FS-ESTCOM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-ESTCOM
                           ' O COMANDO READ ESTCOM'
                   MOVE '304-LER-ESTCOM' TO WK-ERRO-PARAGRAFO
                   MOVE 'ESTCOM'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-ESTCOM     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'RESUMO DO INFORME DE RENDIMENTOS' TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 214-ERRO-RELATORIO
           END-IF.
           MOVE 'COMISSAO BRUTA            = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-BRUTO                   TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'ESTORNOS DE DEVOLUCAO     = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-ESTORNO                 TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'IRRF RETIDO               = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-IRRF                    TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'ISS RETIDO                = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-ISS                     TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'LIQUIDO PAGO              = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-LIQUIDO                 TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'DEVOLVIDO NAO CONSIDERADO = ' TO WK-RES-ROTULO.
           MOVE WK-TOT-DEVOLVIDO               TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'PAGAMENTOS LIDOS          = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-LIDOS              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'PAGAMENTOS CONSIDERADOS   = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CONSIDERADOS       TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'PAGAMENTOS DEVOLVIDOS     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DEVOLVIDOS         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'REEMISSOES CONSIDERADAS   = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-REEMISSOES         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'SEM CONFIRMACAO DO BANCO  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-RETORNO        TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'FORA DO ANO-CALENDARIO    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-FORA-ANO           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'VENDEDOR NAO CADASTRADO   = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-NAO-CADASTRADO     TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           MOVE 'INFORMES EMITIDOS         = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-INFORMES           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 213-GRAVAR-RELATORIO.
           CLOSE ARQ-PAGAMENTOS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-INFORME.
           IF WK-FS-INFORME NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-INFORME
                       ' NO COMANDO CLOSE INFORME'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'INFORME'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-INFORME   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-CONTADOR-SEM-RETORNO NOT EQUAL ZEROS
               OR WK-CONTADOR-NAO-CADASTRADO NOT EQUAL ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'INFORME DE RENDIMENTOS ' WK-ANO-INFORME
                   ' - INFORMES ' WK-CONTADOR-INFORMES
                   ' REGISTROS ' WK-CONTADOR-GRAVADOS.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE SPACES      TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE WK-CONTADOR-LIDOS    TO WK-JOR-LIDOS.
           MOVE WK-CONTADOR-GRAVADOS TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
