       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71982 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  ESTORNO EM LOTE DE ARQUIVO DE AGENCIA POSTADO POR   *
      *  ENGANO - RECEBE A AGENCIA, A DATA DE POSTAGEM E A   *
      *  FAIXA DE DOCUMENTOS (OBRIGATORIA E ABAIXO DE 9500), *
      *  SELECIONA NO HISTEXT OS LANCAMENTOS APLICADOS PELO  *
      *  EAD71909 E GERA NO LANCEST (LAYOUT LANCAM) OS       *
      *  ESTORNOS 'E' COM A ORIGEM DE CADA UM ('C' OU 'D').  *
      *  SO EXECUTA COM OVERRIDE 'B' APROVADO PARA A DATA    *
      *  (EAD71958 E EAD71917) E IMPRIME A PROVA DE SALDO    *
      *  ANTES E DEPOIS DE CADA CONTA. LOTE REGISTRADO NO    *
      *  FEEDREG                                             *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-APROVACAO ASSIGN TO APROVACAO
               FILE STATUS IS WK-FS-APROVACAO.
           SELECT ARQ-LANCEST ASSIGN TO LANCEST
               FILE STATUS IS WK-FS-LANCEST.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CLASSEST ASSIGN TO CLASSEST.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
       01  REG-CLIENTES.
           05 FD-CHAVE-CLIENTES.
               10 FD-AGENCIA-CLIENTES     PIC X(4).
               10 FD-CONTA-CLIENTES       PIC 9(5).
           05 FD-NOME-CLIENTES            PIC A(20).
           05 FD-SALDO-CLIENTES           PIC S9(6)V99.
           05 FD-LIMITE-CLIENTES          PIC 9(6)V99.
           05 FD-MOEDA-CLIENTES           PIC XX.
           05 FD-SITUACAO-CLIENTES        PIC X.
           05 FD-ENDERECO-CLIENTES        PIC X(30).
           05 FD-CIDADE-CLIENTES          PIC X(20).
           05 FD-UF-CLIENTES              PIC XX.
           05 FD-CEP-CLIENTES             PIC 9(8).
           05 FD-TELEFONE-CLIENTES        PIC X(11).
           05 FD-DOCUMENTO-CLIENTES       PIC 9(14).
       FD   ARQ-APROVACAO
            RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 FD-TIPO-APROVACAO           PIC X.
           05 FD-DATA-APROVACAO           PIC 9(8).
           05 FD-SOLICITANTE-APROVACAO    PIC X(8).
           05 FD-APROVADOR-APROVACAO      PIC X(8).
           05 FD-SITUACAO-APROVACAO       PIC X.
           05 FD-USADO-APROVACAO          PIC X.
       FD   ARQ-LANCEST
            RECORDING MODE IS F.
       01  REG-LANCEST.
           05 FD-CHAVE-LANCEST.
               10 FD-AGENCIA-LANCEST      PIC X(4).
               10 FD-CONTA-LANCEST        PIC 9(5).
           05 FD-DOC-LANCEST              PIC 9(4).
           05 FD-TIPO-LANCEST             PIC A.
           05 FD-VALOR-LANCEST            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCEST      PIC X.
           05 FD-MOEDA-LANCEST            PIC XX.
           05 FD-DATA-LANCEST             PIC 9(8).
       01  REG-LANCEST-TRAILER REDEFINES REG-LANCEST.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       SD   ARQ-CLASSEST.
       01  REG-CLASSEST.
           05 SD-CHAVE-CLASSEST           PIC X(9).
           05 SD-SEQUENCIA-CLASSEST       PIC 9(9).
           05 SD-DOC-CLASSEST             PIC 9(4).
           05 SD-TIPO-CLASSEST            PIC A.
           05 SD-VALOR-CLASSEST           PIC 9(6)V99.
           05 SD-SALDO-ANTES-CLASSEST     PIC S9(6)V99.
           05 SD-SALDO-DEPOIS-CLASSEST    PIC S9(6)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-APROVACAO    PIC XX            VALUE SPACES.
       77  WK-FS-LANCEST      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-PARM-AGENCIA    PIC X(4)          VALUE SPACES.
       01  WK-PARM-DATA       PIC X(8)          VALUE SPACES.
       01  WK-PARM-DATA-NUM REDEFINES WK-PARM-DATA
                              PIC 9(8).
       01  WK-PARM-DOC-INICIAL PIC X(4)         VALUE SPACES.
       01  WK-PARM-DOC-INI-NUM REDEFINES WK-PARM-DOC-INICIAL
                              PIC 9(4).
       01  WK-PARM-DOC-FINAL  PIC X(4)          VALUE SPACES.
       01  WK-PARM-DOC-FIM-NUM REDEFINES WK-PARM-DOC-FINAL
                              PIC 9(4).
       77  WK-DOC-SISTEMA     PIC 9(4)          VALUE 9500.
       77  WK-OVERRIDE-TIPO   PIC X             VALUE 'B'.
       77  WK-OVERRIDE-ACHADO PIC X             VALUE 'N'.
       77  WK-QTD-APROVACOES  PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-APR         PIC 9(3)          VALUE ZEROS.
       77  WK-IDX-APR-USADA   PIC 9(3)          VALUE ZEROS.
       77  WK-SEQUENCIA       PIC 9(9)          VALUE ZEROS.
       77  WK-FIM-CLASSEST    PIC X             VALUE 'N'.
       77  WK-CHAVE-ATUAL     PIC X(9)          VALUE HIGH-VALUES.
       77  WK-CONTA-ACHADA    PIC X             VALUE 'N'.
       77  WK-ORIGEM-ESTORNO  PIC X             VALUE SPACE.
       77  WK-QTD-CONTA       PIC 9(5)          VALUE ZEROS.
       77  WK-SALDO-INICIAL-ARQ PIC S9(8)V99    VALUE ZEROS.
       77  WK-SALDO-FINAL-ARQ PIC S9(8)V99      VALUE ZEROS.
       77  WK-EFEITO-ARQUIVO  PIC S9(8)V99      VALUE ZEROS.
       77  WK-SALDO-ATUAL     PIC S9(8)V99      VALUE ZEROS.
       77  WK-LIMITE-ATUAL    PIC 9(6)V99       VALUE ZEROS.
       77  WK-SALDO-PROJETADO PIC S9(8)V99      VALUE ZEROS.
       77  WK-DIFERENCA-ARQ   PIC S9(8)V99      VALUE ZEROS.
       77  WK-CONTADOR-LIDOS  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-SELECIONADOS PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-ESTORNOS PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-CONTAS PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-ALERTAS PIC 9(9)         VALUE ZEROS.
       77  WK-SOMA-ESTORNOS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-SOMA-CREDITOS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-SOMA-DEBITOS    PIC 9(9)V99       VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       77  WK-QTD-ESTORNADOS  PIC 9(3)          VALUE ZEROS.
       77  WK-JA-ESTORNADO    PIC X             VALUE 'N'.
       77  WK-CONTADOR-JA-ESTORNADOS PIC 9(9)   VALUE ZEROS.
       01  TABELA-ESTORNADOS.
           03 ETD-ENTRY OCCURS 500 TIMES INDEXED BY IDX-ETD.
               05 TAB-ETD-CHAVE       PIC X(9)  VALUE SPACES.
               05 TAB-ETD-DOC         PIC 9(4)  VALUE ZEROS.
       01  TABELA-APROVACOES.
           03 APR-ENTRY OCCURS 50 TIMES.
               05 TAB-APR-TIPO        PIC X     VALUE SPACE.
               05 TAB-APR-DATA        PIC 9(8)  VALUE ZEROS.
               05 TAB-APR-SOLICITANTE PIC X(8)  VALUE SPACES.
               05 TAB-APR-APROVADOR   PIC X(8)  VALUE SPACES.
               05 TAB-APR-SITUACAO    PIC X     VALUE SPACE.
               05 TAB-APR-USADO       PIC X     VALUE SPACE.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(24) VALUE
                  'ESTORNO EM LOTE AGENCIA '.
           05 WK-TIT-AGENCIA      PIC X(4).
           05 FILLER              PIC X(7)  VALUE ' DATA  '.
           05 WK-TIT-DATA         PIC 9(8).
           05 FILLER              PIC X(7)  VALUE ' DOCS  '.
           05 WK-TIT-DOC-INICIAL  PIC 9(4).
           05 FILLER              PIC X(3)  VALUE ' A '.
           05 WK-TIT-DOC-FINAL    PIC 9(4).
       01  WK-LINHA-APROVACAO.
           05 FILLER              PIC X(16) VALUE
                  'PEDIDO POR      '.
           05 WK-APV-SOLICITANTE  PIC X(8).
           05 FILLER              PIC X(16) VALUE
                  ' APROVADO POR   '.
           05 WK-APV-APROVADOR    PIC X(8).
           05 FILLER              PIC X(16) VALUE
                  ' ESTORNOS EM    '.
           05 WK-APV-DATA         PIC 9(8).
       01  WK-LINHA-CONTA.
           05 FILLER              PIC X(6)  VALUE 'CONTA '.
           05 WK-CTA-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE '-'.
           05 WK-CTA-CONTA        PIC 9(5).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-CTA-NOME         PIC X(20).
       01  WK-LINHA-ESTORNO.
           05 FILLER              PIC X(8)  VALUE '    DOC '.
           05 WK-EST-DOC          PIC 9(4).
           05 FILLER              PIC X(15) VALUE
                  ' TIPO ORIGINAL '.
           05 WK-EST-TIPO         PIC X.
           05 FILLER              PIC X(7)  VALUE ' VALOR '.
           05 WK-EST-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(20) VALUE
                  '  ESTORNO E ORIGEM '.
           05 WK-EST-ORIGEM       PIC X.
       01  WK-LINHA-JA-ESTORNADO.
           05 FILLER              PIC X(6)  VALUE 'CONTA '.
           05 WK-JAE-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE '-'.
           05 WK-JAE-CONTA        PIC 9(5).
           05 FILLER              PIC X(5)  VALUE ' DOC '.
           05 WK-JAE-DOC          PIC 9(4).
           05 FILLER              PIC X(7)  VALUE ' VALOR '.
           05 WK-JAE-VALOR        PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(15) VALUE
                  '  JA ESTORNADO'.
       01  WK-LINHA-PROVA.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 WK-PRV-ROTULO       PIC X(30).
           05 WK-PRV-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-RESUMO.
           05 WK-RES-ROTULO       PIC X(30).
           05 WK-RES-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-CONTADOR.
           05 WK-CNT-ROTULO       PIC X(30).
           05 WK-CNT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71982'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCEST'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71982'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-CLASSEST
               ON ASCENDING KEY SD-CHAVE-CLASSEST
                                SD-SEQUENCIA-CLASSEST
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-ESTORNAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           PERFORM 103-RECEBER-PARAMETROS.
           PERFORM 105-AUTORIZAR-OVERRIDE.
           PERFORM 111-CARREGAR-ESTORNADOS.
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
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 302-LER-CLIENTES
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO OPEN CLIENTES'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-LANCEST.
           EVALUATE WK-FS-LANCEST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCEST
                           ' O COMANDO OPEN LANCEST'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCEST'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCEST TO WK-ERRO-STATUS
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
           MOVE WK-PARM-AGENCIA     TO WK-TIT-AGENCIA.
           MOVE WK-PARM-DATA-NUM    TO WK-TIT-DATA.
           MOVE WK-PARM-DOC-INI-NUM TO WK-TIT-DOC-INICIAL.
           MOVE WK-PARM-DOC-FIM-NUM TO WK-TIT-DOC-FINAL.
           MOVE WK-LINHA-TITULO     TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 408-ERRO-RELATORIO
           END-IF.
           MOVE TAB-APR-SOLICITANTE(WK-IDX-APR-USADA)
                TO WK-APV-SOLICITANTE.
           MOVE TAB-APR-APROVADOR(WK-IDX-APR-USADA)
                TO WK-APV-APROVADOR.
           MOVE WK-DATA-PROCESSAMENTO TO WK-APV-DATA.
           MOVE WK-LINHA-APROVACAO    TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
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
      *    A FAIXA DE DOCUMENTOS E OBRIGATORIA E FICA TODA ABAIXO
      *    DE 9500, PARA QUE OS LANCAMENTOS DO SISTEMA (DESEMBOLSO,
      *    JUDICIAL, ENCARGOS, TARIFAS, COBRANCA, TED) NUNCA SEJAM
      *    ESTORNADOS JUNTO COM O ARQUIVO DA AGENCIA
      *
       103-RECEBER-PARAMETROS.
           DISPLAY 'AGENCIA DO ARQUIVO A ESTORNAR: '.
           ACCEPT WK-PARM-AGENCIA FROM SYSIN.
           DISPLAY 'DATA DE POSTAGEM (AAAAMMDD): '.
           ACCEPT WK-PARM-DATA FROM SYSIN.
           DISPLAY 'DOCUMENTO INICIAL: '.
           ACCEPT WK-PARM-DOC-INICIAL FROM SYSIN.
           DISPLAY 'DOCUMENTO FINAL: '.
           ACCEPT WK-PARM-DOC-FINAL FROM SYSIN.
           IF WK-PARM-AGENCIA EQUAL SPACES
               DISPLAY 'AGENCIA NAO INFORMADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-DATA IS NOT NUMERIC
              OR WK-PARM-DATA-NUM > WK-DATA-PROCESSAMENTO
               DISPLAY 'DATA DE POSTAGEM INVALIDA: ' WK-PARM-DATA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-DOC-INICIAL IS NOT NUMERIC
              OR WK-PARM-DOC-FINAL IS NOT NUMERIC
              OR WK-PARM-DOC-FIM-NUM < WK-PARM-DOC-INI-NUM
              OR WK-PARM-DOC-FIM-NUM NOT < WK-DOC-SISTEMA
               DISPLAY 'FAIXA DE DOCUMENTOS INVALIDA: '
                       WK-PARM-DOC-INICIAL ' A ' WK-PARM-DOC-FINAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    O ESTORNO EM LOTE EXIGE OVERRIDE 'B' PEDIDO POR UM
      *    OPERADOR E APROVADO POR OUTRO PARA A DATA DE MOVIMENTO;
      *    O OVERRIDE SO E BAIXADO COMO USADO SE HOUVER ESTORNO
      *
       105-AUTORIZAR-OVERRIDE.
           MOVE 'N' TO WK-OVERRIDE-ACHADO.
           PERFORM 106-CARREGAR-APROVACOES.
           PERFORM 108-PROCURAR-OVERRIDE
               VARYING WK-IDX-APR FROM 1 BY 1
               UNTIL WK-IDX-APR > WK-QTD-APROVACOES
               OR WK-OVERRIDE-ACHADO = 'S'.
           IF WK-OVERRIDE-ACHADO EQUAL 'N'
               DISPLAY 'SEM OVERRIDE ' WK-OVERRIDE-TIPO
                       ' APROVADO PARA ' WK-DATA-PROCESSAMENTO
                       ' - ESTORNO EM LOTE RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-CARREGAR-APROVACOES.
           OPEN INPUT ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   PERFORM 303-LER-APROVACAO
                   PERFORM 107-GUARDAR-APROVACAO
                       UNTIL WK-FS-APROVACAO = '10'
                   CLOSE ARQ-APROVACAO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO OPEN APROVACAO'
                   MOVE '106-CARREGAR-APROV' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-APROVACAO.
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
           PERFORM 303-LER-APROVACAO.
       108-PROCURAR-OVERRIDE.
           IF TAB-APR-TIPO(WK-IDX-APR) EQUAL WK-OVERRIDE-TIPO
               AND TAB-APR-SITUACAO(WK-IDX-APR) EQUAL 'A'
               AND TAB-APR-USADO(WK-IDX-APR) EQUAL 'N'
               AND TAB-APR-DATA(WK-IDX-APR)
                   EQUAL WK-DATA-PROCESSAMENTO
               AND TAB-APR-APROVADOR(WK-IDX-APR)
                   NOT EQUAL TAB-APR-SOLICITANTE(WK-IDX-APR)
               MOVE 'S'        TO WK-OVERRIDE-ACHADO
               MOVE WK-IDX-APR TO WK-IDX-APR-USADA
               DISPLAY 'OVERRIDE ' WK-OVERRIDE-TIPO
                       ' HONRADO - PEDIDO POR '
                       TAB-APR-SOLICITANTE(WK-IDX-APR)
                       ' APROVADO POR '
                       TAB-APR-APROVADOR(WK-IDX-APR)
           END-IF.
       109-REGRAVAR-APROVACOES.
           MOVE 'S' TO TAB-APR-USADO(WK-IDX-APR-USADA).
           OPEN OUTPUT ARQ-APROVACAO.
           IF WK-FS-APROVACAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-APROVACAO
                       ' O COMANDO OPEN APROVACAO PARA GRAVACAO'
               MOVE '109-REGRAVAR-APROV' TO WK-ERRO-PARAGRAFO
               MOVE 'APROVACAO'          TO WK-ERRO-ARQUIVO
               MOVE WK-FS-APROVACAO      TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-GRAVAR-APROVACAO
               VARYING WK-IDX-APR FROM 1 BY 1
               UNTIL WK-IDX-APR > WK-QTD-APROVACOES.
           CLOSE ARQ-APROVACAO.
       110-GRAVAR-APROVACAO.
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
      *
      *    ESTORNOS 'E' JA POSTADOS NA AGENCIA DEPOIS DA DATA DO
      *    ARQUIVO - O LANCAMENTO ORIGINAL DE MESMA CONTA E
      *    DOCUMENTO NAO E ESTORNADO DE NOVO. A FALTA DO HISTEXT
      *    E TRATADA NA ABERTURA PARA A SELECAO
      *
       111-CARREGAR-ESTORNADOS.
           OPEN INPUT ARQ-HISTEXT.
           IF WK-FS-HISTEXT EQUAL '00'
               PERFORM 301-LER-HISTEXT
               PERFORM 112-GUARDAR-ESTORNADO
                   UNTIL WK-FS-HISTEXT = '10'
               CLOSE ARQ-HISTEXT
               MOVE ZEROS TO WK-CONTADOR-LIDOS
           END-IF.
       112-GUARDAR-ESTORNADO.
           IF FD-AGENCIA-HISTEXT EQUAL WK-PARM-AGENCIA
               AND FD-TIPO-HISTEXT EQUAL 'E'
               AND FD-DATA-HISTEXT > WK-PARM-DATA-NUM
               IF WK-QTD-ESTORNADOS NOT < 500
                   DISPLAY 'TABELA DE ESTORNOS JA POSTADOS CHEIA - '
                           'ESTORNO EM LOTE RECUSADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-QTD-ESTORNADOS
               SET IDX-ETD TO WK-QTD-ESTORNADOS
               MOVE FD-CHAVE-HISTEXT TO TAB-ETD-CHAVE(IDX-ETD)
               MOVE FD-DOC-HISTEXT   TO TAB-ETD-DOC(IDX-ETD)
           END-IF.
           PERFORM 301-LER-HISTEXT.
      *******************************************************
      *    O HISTEXT ACUMULA OS DIAS NA ORDEM DE POSTAGEM; A
      *    SEQUENCIA DE LEITURA PRESERVA A ORDEM DENTRO DA CONTA
      *
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           PERFORM 202-SELECIONAR-HISTEXT
               UNTIL WK-FS-HISTEXT = '10'.
           GO TO 209-SELECIONAR-EXIT.
       202-SELECIONAR-HISTEXT.
           ADD 1 TO WK-SEQUENCIA.
           IF FD-AGENCIA-HISTEXT EQUAL WK-PARM-AGENCIA
               AND FD-DATA-HISTEXT EQUAL WK-PARM-DATA-NUM
               AND FD-DOC-HISTEXT NOT < WK-PARM-DOC-INI-NUM
               AND FD-DOC-HISTEXT NOT > WK-PARM-DOC-FIM-NUM
               AND FD-VALOR-HISTEXT NOT EQUAL ZEROS
               PERFORM 203-VERIFICAR-ESTORNADO
           END-IF.
           PERFORM 301-LER-HISTEXT.
       203-VERIFICAR-ESTORNADO.
           MOVE 'N' TO WK-JA-ESTORNADO.
           SET IDX-ETD TO 1.
           SEARCH ETD-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-ETD > WK-QTD-ESTORNADOS
                   CONTINUE
               WHEN TAB-ETD-CHAVE(IDX-ETD) EQUAL FD-CHAVE-HISTEXT
                    AND TAB-ETD-DOC(IDX-ETD) EQUAL FD-DOC-HISTEXT
                   MOVE 'S' TO WK-JA-ESTORNADO
           END-SEARCH.
           IF WK-JA-ESTORNADO EQUAL 'S'
               ADD 1 TO WK-CONTADOR-JA-ESTORNADOS
               MOVE FD-AGENCIA-HISTEXT    TO WK-JAE-AGENCIA
               MOVE FD-CONTA-HISTEXT      TO WK-JAE-CONTA
               MOVE FD-DOC-HISTEXT        TO WK-JAE-DOC
               MOVE FD-VALOR-HISTEXT      TO WK-JAE-VALOR
               MOVE WK-LINHA-JA-ESTORNADO TO REG-RELATORIO
               PERFORM 407-GRAVAR-RELATORIO
           ELSE
               MOVE FD-CHAVE-HISTEXT        TO SD-CHAVE-CLASSEST
               MOVE WK-SEQUENCIA            TO SD-SEQUENCIA-CLASSEST
               MOVE FD-DOC-HISTEXT          TO SD-DOC-CLASSEST
               MOVE FD-TIPO-HISTEXT         TO SD-TIPO-CLASSEST
               MOVE FD-VALOR-HISTEXT        TO SD-VALOR-CLASSEST
               MOVE FD-SALDO-ANTES-HISTEXT  TO SD-SALDO-ANTES-CLASSEST
               MOVE FD-SALDO-DEPOIS-HISTEXT
                    TO SD-SALDO-DEPOIS-CLASSEST
               RELEASE REG-CLASSEST
               ADD 1 TO WK-CONTADOR-SELECIONADOS
           END-IF.
       209-SELECIONAR-EXIT.
           EXIT.
      *******************************************************
       300-LER SECTION.
       301-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   ADD 1 TO WK-CONTADOR-LIDOS
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
       302-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-CLIENTES
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO READ CLIENTES'
                   MOVE '302-LER-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-APROVACAO.
           READ ARQ-APROVACAO.
           EVALUATE WK-FS-APROVACAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-APROVACAO
                           ' O COMANDO READ APROVACAO'
                   MOVE '303-LER-APROVACAO' TO WK-ERRO-PARAGRAFO
                   MOVE 'APROVACAO'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-APROVACAO     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
      *    CREDITO ORIGINAL E ESTORNADO COM ORIGEM 'C' E DEBITO
      *    COM ORIGEM 'D'; JUROS E ESTORNOS JA POSTADOS SEGUEM O
      *    SENTIDO EM QUE MOVERAM O SALDO NO HISTEXT
      *
       400-ESTORNAR SECTION.
       401-ESTORNAR.
           PERFORM 402-RETORNAR-LANCAMENTO.
           PERFORM 403-ESTORNAR-LANCAMENTO
               UNTIL WK-FIM-CLASSEST = 'S'.
           IF WK-CHAVE-ATUAL NOT EQUAL HIGH-VALUES
               PERFORM 406-PROVAR-SALDO
           END-IF.
           GO TO 409-ESTORNAR-EXIT.
       402-RETORNAR-LANCAMENTO.
           RETURN ARQ-CLASSEST
               AT END
                   MOVE 'S' TO WK-FIM-CLASSEST
           END-RETURN.
       403-ESTORNAR-LANCAMENTO.
           IF SD-CHAVE-CLASSEST NOT EQUAL WK-CHAVE-ATUAL
               IF WK-CHAVE-ATUAL NOT EQUAL HIGH-VALUES
                   PERFORM 406-PROVAR-SALDO
               END-IF
               MOVE SD-CHAVE-CLASSEST TO WK-CHAVE-ATUAL
               PERFORM 404-ABRIR-CONTA
           END-IF.
           EVALUATE TRUE
               WHEN SD-TIPO-CLASSEST EQUAL 'C'
                   MOVE 'C' TO WK-ORIGEM-ESTORNO
               WHEN SD-TIPO-CLASSEST EQUAL 'D'
                   MOVE 'D' TO WK-ORIGEM-ESTORNO
               WHEN SD-SALDO-DEPOIS-CLASSEST
                    > SD-SALDO-ANTES-CLASSEST
                   MOVE 'C' TO WK-ORIGEM-ESTORNO
               WHEN OTHER
                   MOVE 'D' TO WK-ORIGEM-ESTORNO
           END-EVALUATE.
           MOVE SD-CHAVE-CLASSEST     TO FD-CHAVE-LANCEST.
           MOVE SD-DOC-CLASSEST       TO FD-DOC-LANCEST.
           MOVE 'E'                   TO FD-TIPO-LANCEST.
           MOVE SD-VALOR-CLASSEST     TO FD-VALOR-LANCEST.
           MOVE WK-ORIGEM-ESTORNO     TO FD-TIPO-ORIGEM-LANCEST.
           MOVE 'BR'                  TO FD-MOEDA-LANCEST.
           MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-LANCEST.
           WRITE REG-LANCEST.
           IF WK-FS-LANCEST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCEST
                       ' O COMANDO WRITE LANCEST'
               MOVE '403-ESTORNAR-LANCAM' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCEST'             TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCEST         TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                 TO WK-CONTADOR-ESTORNOS.
           ADD 1                 TO WK-QTD-CONTA.
           ADD SD-VALOR-CLASSEST TO WK-SOMA-ESTORNOS.
           IF WK-ORIGEM-ESTORNO EQUAL 'C'
               ADD SD-VALOR-CLASSEST TO WK-EFEITO-ARQUIVO
               ADD SD-VALOR-CLASSEST TO WK-SOMA-CREDITOS
           ELSE
               SUBTRACT SD-VALOR-CLASSEST FROM WK-EFEITO-ARQUIVO
               ADD SD-VALOR-CLASSEST TO WK-SOMA-DEBITOS
           END-IF.
           MOVE SD-SALDO-DEPOIS-CLASSEST TO WK-SALDO-FINAL-ARQ.
           MOVE SD-DOC-CLASSEST    TO WK-EST-DOC.
           MOVE SD-TIPO-CLASSEST   TO WK-EST-TIPO.
           MOVE SD-VALOR-CLASSEST  TO WK-EST-VALOR.
           MOVE WK-ORIGEM-ESTORNO  TO WK-EST-ORIGEM.
           MOVE WK-LINHA-ESTORNO   TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
           PERFORM 402-RETORNAR-LANCAMENTO.
       404-ABRIR-CONTA.
           ADD 1 TO WK-CONTADOR-CONTAS.
           MOVE ZEROS TO WK-QTD-CONTA.
           MOVE ZEROS TO WK-EFEITO-ARQUIVO.
           MOVE SD-SALDO-ANTES-CLASSEST TO WK-SALDO-INICIAL-ARQ.
           PERFORM 405-AVANCAR-CLIENTES
               UNTIL FD-CHAVE-CLIENTES NOT < WK-CHAVE-ATUAL.
           MOVE WK-CHAVE-ATUAL(1:4) TO WK-CTA-AGENCIA.
           MOVE SD-CHAVE-CLASSEST(5:5) TO WK-CTA-CONTA.
           IF FD-CHAVE-CLIENTES EQUAL WK-CHAVE-ATUAL
               MOVE 'S'                TO WK-CONTA-ACHADA
               MOVE FD-SALDO-CLIENTES  TO WK-SALDO-ATUAL
               MOVE FD-LIMITE-CLIENTES TO WK-LIMITE-ATUAL
               MOVE FD-NOME-CLIENTES   TO WK-CTA-NOME
           ELSE
               MOVE 'N'    TO WK-CONTA-ACHADA
               MOVE ZEROS  TO WK-SALDO-ATUAL
               MOVE ZEROS  TO WK-LIMITE-ATUAL
               MOVE 'CONTA NAO ENCONTRADA' TO WK-CTA-NOME
           END-IF.
           MOVE SPACES         TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
           MOVE WK-LINHA-CONTA TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
       405-AVANCAR-CLIENTES.
           PERFORM 302-LER-CLIENTES.
      *
      *    PROVA: SALDO ATUAL DO CLIENTES MENOS O EFEITO DO ARQUIVO
      *    E O SALDO QUE A CONTA TERA DEPOIS DE POSTADO O ESTORNO
      *
       406-PROVAR-SALDO.
           COMPUTE WK-SALDO-PROJETADO = WK-SALDO-ATUAL
                   - WK-EFEITO-ARQUIVO.
           COMPUTE WK-DIFERENCA-ARQ = WK-SALDO-FINAL-ARQ
                   - WK-SALDO-INICIAL-ARQ - WK-EFEITO-ARQUIVO.
           MOVE 'SALDO ANTES DO ARQUIVO      = ' TO WK-PRV-ROTULO.
           MOVE WK-SALDO-INICIAL-ARQ            TO WK-PRV-VALOR.
           PERFORM 410-GRAVAR-PROVA.
           MOVE 'SALDO DEPOIS DO ARQUIVO     = ' TO WK-PRV-ROTULO.
           MOVE WK-SALDO-FINAL-ARQ              TO WK-PRV-VALOR.
           PERFORM 410-GRAVAR-PROVA.
           MOVE 'EFEITO DO ARQUIVO           = ' TO WK-PRV-ROTULO.
           MOVE WK-EFEITO-ARQUIVO               TO WK-PRV-VALOR.
           PERFORM 410-GRAVAR-PROVA.
           MOVE 'SALDO ATUAL NO CLIENTES     = ' TO WK-PRV-ROTULO.
           MOVE WK-SALDO-ATUAL                  TO WK-PRV-VALOR.
           PERFORM 410-GRAVAR-PROVA.
           MOVE 'SALDO APOS O ESTORNO        = ' TO WK-PRV-ROTULO.
           MOVE WK-SALDO-PROJETADO              TO WK-PRV-VALOR.
           PERFORM 410-GRAVAR-PROVA.
           IF WK-DIFERENCA-ARQ NOT EQUAL ZEROS
               MOVE '    OUTROS LANCAMENTOS INTERCALADOS NO ARQUIVO'
                    TO REG-RELATORIO
               PERFORM 407-GRAVAR-RELATORIO
           END-IF.
           IF WK-CONTA-ACHADA EQUAL 'N'
               ADD 1 TO WK-CONTADOR-ALERTAS
               DISPLAY 'CONTA ' WK-CHAVE-ATUAL
                       ' NAO ENCONTRADA NO CLIENTES - ESTORNO SERA '
                       'REJEITADO NA POSTAGEM'
           ELSE
               IF WK-SALDO-PROJETADO + WK-LIMITE-ATUAL < ZEROS
                   ADD 1 TO WK-CONTADOR-ALERTAS
                   MOVE '    ESTORNO DEIXA A CONTA ALEM DO LIMITE'
                        TO REG-RELATORIO
                   PERFORM 407-GRAVAR-RELATORIO
                   DISPLAY 'CONTA ' WK-CHAVE-ATUAL
                           ' FICA ALEM DO LIMITE APOS O ESTORNO'
               END-IF
           END-IF.
       407-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 408-ERRO-RELATORIO
           END-IF.
       408-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '408-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       410-GRAVAR-PROVA.
           MOVE WK-LINHA-PROVA TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
       409-ESTORNAR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVAR-TRAILER-LANCEST.
           PERFORM 904-GRAVAR-RESUMO.
           CLOSE ARQ-HISTEXT.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-LANCEST.
           IF WK-FS-LANCEST NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCEST
                       ' NO COMANDO CLOSE LANCEST'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCEST'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCEST   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-CONTADOR-ESTORNOS EQUAL ZEROS
               DISPLAY 'NENHUM LANCAMENTO DA AGENCIA '
                       WK-PARM-AGENCIA ' EM ' WK-PARM-DATA
                       ' NA FAIXA INFORMADA - OVERRIDE MANTIDO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 109-REGRAVAR-APROVACOES
           END-IF.
           IF WK-CONTADOR-ALERTAS NOT EQUAL ZEROS
              OR WK-CONTADOR-JA-ESTORNADOS NOT EQUAL ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'ESTORNO EM LOTE - HISTEXT LIDOS '
                   WK-CONTADOR-LIDOS ' SELECIONADOS '
                   WK-CONTADOR-SELECIONADOS.
           DISPLAY 'ESTORNOS GERADOS ' WK-CONTADOR-ESTORNOS
                   ' CONTAS ' WK-CONTADOR-CONTAS
                   ' ALERTAS ' WK-CONTADOR-ALERTAS.
           DISPLAY 'LANCAMENTOS JA ESTORNADOS '
                   WK-CONTADOR-JA-ESTORNADOS.
       902-GRAVAR-TRAILER-LANCEST.
           MOVE SPACES               TO REG-LANCEST.
           MOVE WK-CONTADOR-ESTORNOS TO FD-TRAILER-QTDE.
           MOVE 'T'                  TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-ESTORNOS     TO FD-TRAILER-SOMA.
           WRITE REG-LANCEST.
           IF WK-FS-LANCEST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCEST
                       ' O COMANDO WRITE LANCEST'
               MOVE '902-GRAVAR-TRAILER' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCEST'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCEST        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-ESTORNOS TO WK-FED-QTDE.
           MOVE WK-SOMA-ESTORNOS     TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       904-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
           MOVE 'CONTAS ESTORNADAS           = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-CONTAS              TO WK-CNT-VALOR.
           PERFORM 905-GRAVAR-CONTADOR.
           MOVE 'ESTORNOS GERADOS            = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-ESTORNOS            TO WK-CNT-VALOR.
           PERFORM 905-GRAVAR-CONTADOR.
           MOVE 'CONTAS COM ALERTA           = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-ALERTAS             TO WK-CNT-VALOR.
           PERFORM 905-GRAVAR-CONTADOR.
           MOVE 'JA ESTORNADOS (NAO GERADOS) = ' TO WK-CNT-ROTULO.
           MOVE WK-CONTADOR-JA-ESTORNADOS       TO WK-CNT-VALOR.
           PERFORM 905-GRAVAR-CONTADOR.
           MOVE 'CREDITOS ESTORNADOS         = ' TO WK-RES-ROTULO.
           MOVE WK-SOMA-CREDITOS                TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                 TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
           MOVE 'DEBITOS ESTORNADOS          = ' TO WK-RES-ROTULO.
           MOVE WK-SOMA-DEBITOS                 TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                 TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
           MOVE 'TOTAL DO LOTE LANCEST       = ' TO WK-RES-ROTULO.
           MOVE WK-SOMA-ESTORNOS                TO WK-RES-VALOR.
           MOVE WK-LINHA-RESUMO                 TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
       905-GRAVAR-CONTADOR.
           MOVE WK-LINHA-CONTADOR TO REG-RELATORIO.
           PERFORM 407-GRAVAR-RELATORIO.
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
