      *  PROCESSAMENTO DO RETORNO BANCARIO DA REMESSA DE     *
      *  COMISSOES - MARCA CADA PAGAMENTO COMO PAGO OU       *
      *  DEVOLVIDO E RELACIONA AS EXCECOES PARA O FECHAMENTO *
      *  PAGAMENTO POR CREDITO EM CONTA (CREDCOM DO EAD71946)*
      *  E CONCILIADO NO HISTEXT: LANCADO = PAGO, NO         *
      *  REJEITADOS DA BALANCE LINE = DEVOLVIDO, NENHUM DOS  *
      *  DOIS = SEM RESPOSTA; O PAGSTAT TEM A MESMA SITUACAO *
      *  PARA AS DUAS FORMAS DE PAGAMENTO                    *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PAGSTAT.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
           SELECT ARQ-CREDCOM ASSIGN TO CREDCOM
               FILE STATUS IS WK-FS-CREDCOM.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-REJEITADOS ASSIGN TO REJEITADOS
               FILE STATUS IS WK-FS-REJEITADOS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       FD   ARQ-CREDCOM
            RECORDING MODE IS F.
       01  REG-CREDCOM.
           05 FD-VENDEDOR-CREDCOM         PIC 9(4).
           05 FD-ANO-CREDCOM              PIC 9(4).
           05 FD-MES-CREDCOM              PIC 99.
           05 FD-VALOR-CREDCOM            PIC 9(8)V99.
           05 FD-AGENCIA-CREDCOM          PIC X(4).
           05 FD-CONTA-CREDCOM            PIC 9(5).
           05 FD-DOC-CREDCOM              PIC 9(4).
           05 FD-DATA-CREDCOM             PIC 9(8).
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
       FD   ARQ-REJEITADOS
            RECORDING MODE IS F.
       01  REG-REJEITADOS.
           05 FD-CHAVE-REJEITADOS.
               10 FD-AGENCIA-REJEITADOS   PIC X(4).
               10 FD-CONTA-REJEITADOS     PIC 9(5).
           05 FD-DOC-REJEITADOS           PIC 9(4).
           05 FD-TIPO-REJEITADOS          PIC A.
           05 FD-VALOR-REJEITADOS         PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-REJEITADOS   PIC X.
           05 FD-MOEDA-REJEITADOS         PIC XX.
           05 FD-DATA-REJEITADOS          PIC 9(8).
           05 FD-MOTIVO-REJEITADOS        PIC XX.
       WORKING-STORAGE SECTION.
       77  WK-FS-RETORNO      PIC XX            VALUE SPACES.
       77  WK-FS-PAGAMENTOS   PIC XX            VALUE SPACES.
       77  WK-CONTADOR-DEVOLVIDOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-SEM-RESPOSTA PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-ORFAOS PIC 9(9)          VALUE ZEROS.
       77  WK-FS-CREDCOM      PIC XX            VALUE SPACES.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-REJEITADOS   PIC XX            VALUE SPACES.
       77  WK-QTD-CREDITOS    PIC 9(3)          VALUE ZEROS.
       77  WK-CREDITO-ACHADO  PIC X             VALUE 'N'.
       77  WK-CONTADOR-CREDITADOS PIC 9(9)      VALUE ZEROS.
       01  TABELA-CREDITO.
           03 CRE-ENTRY OCCURS 300 TIMES INDEXED BY IDX-CRE.
               05 TAB-CRE-VENDEDOR        PIC 9(4)     VALUE ZEROS.
               05 TAB-CRE-ANO             PIC 9(4)     VALUE ZEROS.
               05 TAB-CRE-MES             PIC 99       VALUE ZEROS.
               05 TAB-CRE-VALOR           PIC 9(8)V99  VALUE ZEROS.
               05 TAB-CRE-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-CRE-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-CRE-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-CRE-SITUACAO        PIC X        VALUE 'N'.
       01  TABELA-RETORNO.
           03 RET-ENTRY OCCURS 300 TIMES INDEXED BY IDX-RET.
               05 TAB-RET-VENDEDOR        PIC 9(4)     VALUE ZEROS.
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-CARREGAR-RETORNO.
           PERFORM 104-CARREGAR-CREDCOM.
           OPEN INPUT ARQ-PAGAMENTOS.
           EVALUATE WK-FS-PAGAMENTOS
               WHEN '00'
               END-IF
           END-IF.
           PERFORM 302-LER-RETORNO.
      *    CREDITOS EM CONTA GERADOS PELO EAD71946 - A SITUACAO SAI
      *    DO HISTEXT (LANCADO) E DO REJEITADOS (RECUSADO)
       104-CARREGAR-CREDCOM.
           OPEN INPUT ARQ-CREDCOM.
           EVALUATE WK-FS-CREDCOM
               WHEN '00'
                   PERFORM 303-LER-CREDCOM
                   PERFORM 105-GUARDAR-CREDCOM
                       UNTIL WK-FS-CREDCOM = '10'
                   CLOSE ARQ-CREDCOM
               WHEN '35'
                   DISPLAY 'ARQUIVO CREDCOM NAO ENCONTRADO - SEM '
                           'CREDITOS EM CONTA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CREDCOM
                           ' O COMANDO OPEN CREDCOM'
                   MOVE '104-CARREGAR-CREDCOM' TO WK-ERRO-PARAGRAFO
                   MOVE 'CREDCOM'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CREDCOM          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-CREDITOS NOT EQUAL ZEROS
               PERFORM 107-CONCILIAR-HISTEXT
               PERFORM 109-CONCILIAR-REJEITADOS
           END-IF.
       105-GUARDAR-CREDCOM.
           IF WK-QTD-CREDITOS NOT < 300
               DISPLAY 'TABELA DE CREDITOS CHEIA - CREDITO '
                       'IGNORADO VENDEDOR ' FD-VENDEDOR-CREDCOM
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WK-QTD-CREDITOS
               SET IDX-CRE TO WK-QTD-CREDITOS
               MOVE FD-VENDEDOR-CREDCOM TO TAB-CRE-VENDEDOR(IDX-CRE)
               MOVE FD-ANO-CREDCOM      TO TAB-CRE-ANO(IDX-CRE)
               MOVE FD-MES-CREDCOM      TO TAB-CRE-MES(IDX-CRE)
               MOVE FD-VALOR-CREDCOM    TO TAB-CRE-VALOR(IDX-CRE)
               MOVE FD-AGENCIA-CREDCOM  TO TAB-CRE-CHAVE(IDX-CRE)(1:4)
               MOVE FD-CONTA-CREDCOM    TO TAB-CRE-CHAVE(IDX-CRE)(5:5)
               MOVE FD-DOC-CREDCOM      TO TAB-CRE-DOC(IDX-CRE)
               MOVE FD-DATA-CREDCOM     TO TAB-CRE-DATA(IDX-CRE)
               MOVE 'N'                 TO TAB-CRE-SITUACAO(IDX-CRE)
           END-IF.
           PERFORM 303-LER-CREDCOM.
       107-CONCILIAR-HISTEXT.
           OPEN INPUT ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   PERFORM 304-LER-HISTEXT
                   PERFORM 108-MARCAR-LANCADO
                       UNTIL WK-FS-HISTEXT = '10'
                   CLOSE ARQ-HISTEXT
               WHEN '35'
                   DISPLAY 'ARQUIVO HISTEXT NAO ENCONTRADO - CREDITOS '
                           'EM CONTA SEM CONFIRMACAO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO OPEN HISTEXT'
                   MOVE '107-CONCILIAR-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'               TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-MARCAR-LANCADO.
           IF FD-TIPO-HISTEXT EQUAL 'C'
               SET IDX-CRE TO 1
               SEARCH CRE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-CRE > WK-QTD-CREDITOS
                       CONTINUE
                   WHEN TAB-CRE-SITUACAO(IDX-CRE) EQUAL 'N'
                        AND TAB-CRE-CHAVE(IDX-CRE)
                            EQUAL FD-CHAVE-HISTEXT
                        AND TAB-CRE-DOC(IDX-CRE) EQUAL FD-DOC-HISTEXT
                        AND TAB-CRE-VALOR(IDX-CRE)
                            EQUAL FD-VALOR-HISTEXT
                        AND FD-DATA-HISTEXT NOT < TAB-CRE-DATA(IDX-CRE)
                       MOVE 'P' TO TAB-CRE-SITUACAO(IDX-CRE)
               END-SEARCH
           END-IF.
           PERFORM 304-LER-HISTEXT.
       109-CONCILIAR-REJEITADOS.
           OPEN INPUT ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   PERFORM 305-LER-REJEITADOS
                   PERFORM 110-MARCAR-REJEITADO
                       UNTIL WK-FS-REJEITADOS = '10'
                   CLOSE ARQ-REJEITADOS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO OPEN REJEITADOS'
                   MOVE '109-CONCILIAR-REJEIT' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       110-MARCAR-REJEITADO.
           IF FD-TIPO-REJEITADOS EQUAL 'C'
               SET IDX-CRE TO 1
               SEARCH CRE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-CRE > WK-QTD-CREDITOS
                       CONTINUE
                   WHEN TAB-CRE-SITUACAO(IDX-CRE) EQUAL 'N'
                        AND TAB-CRE-CHAVE(IDX-CRE)
                            EQUAL FD-CHAVE-REJEITADOS
                        AND TAB-CRE-DOC(IDX-CRE)
                            EQUAL FD-DOC-REJEITADOS
                        AND TAB-CRE-VALOR(IDX-CRE)
                            EQUAL FD-VALOR-REJEITADOS
                       MOVE 'R' TO TAB-CRE-SITUACAO(IDX-CRE)
               END-SEARCH
           END-IF.
           PERFORM 305-LER-REJEITADOS.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 206-LOCALIZAR-CREDITO.
           IF WK-CREDITO-ACHADO EQUAL 'S'
               PERFORM 207-CLASSIFICAR-CREDITO
           ELSE
               PERFORM 202-LOCALIZAR-RETORNO
               EVALUATE WK-SITUACAO
                   WHEN 'P'
                       ADD 1 TO WK-CONTADOR-PAGOS
                   WHEN 'R'
                       ADD 1 TO WK-CONTADOR-DEVOLVIDOS
                       MOVE 'DEVOLVIDO PELO BANCO' TO WK-EXC-TEXTO
                       PERFORM 203-GRAVAR-EXCECAO
                   WHEN OTHER
                       ADD 1 TO WK-CONTADOR-SEM-RESPOSTA
                       MOVE 'SEM RESPOSTA DO BANCO' TO WK-EXC-TEXTO
                       PERFORM 203-GRAVAR-EXCECAO
               END-EVALUATE
           END-IF.
           PERFORM 204-GRAVAR-PAGSTAT.
           PERFORM 301-LER-PAGAMENTOS.
       202-LOCALIZAR-RETORNO.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       206-LOCALIZAR-CREDITO.
           MOVE 'N' TO WK-CREDITO-ACHADO.
           IF WK-QTD-CREDITOS NOT EQUAL ZEROS
               SET IDX-CRE TO 1
               SEARCH CRE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-CRE > WK-QTD-CREDITOS
                       CONTINUE
                   WHEN TAB-CRE-VENDEDOR(IDX-CRE)
                            EQUAL FD-VENDEDOR-PAGAMENTOS
                        AND TAB-CRE-ANO(IDX-CRE)
                            EQUAL FD-ANO-PAGAMENTOS
                        AND TAB-CRE-MES(IDX-CRE)
                            EQUAL FD-MES-PAGAMENTOS
                       MOVE 'S' TO WK-CREDITO-ACHADO
                       MOVE TAB-CRE-SITUACAO(IDX-CRE) TO WK-SITUACAO
               END-SEARCH
           END-IF.
       207-CLASSIFICAR-CREDITO.
           EVALUATE WK-SITUACAO
               WHEN 'P'
                   ADD 1 TO WK-CONTADOR-PAGOS
                   ADD 1 TO WK-CONTADOR-CREDITADOS
               WHEN 'R'
                   ADD 1 TO WK-CONTADOR-DEVOLVIDOS
                   MOVE 'CREDITO REJEITADO' TO WK-EXC-TEXTO
                   PERFORM 203-GRAVAR-EXCECAO
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-SEM-RESPOSTA
                   MOVE 'CREDITO NAO LANCADO' TO WK-EXC-TEXTO
                   PERFORM 203-GRAVAR-EXCECAO
           END-EVALUATE.
      *******************************************************
       300-LER SECTION.
       301-LER-PAGAMENTOS.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-CREDCOM.
           READ ARQ-CREDCOM.
           EVALUATE WK-FS-CREDCOM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CREDCOM
                           ' O COMANDO READ CREDCOM'
                   MOVE '303-LER-CREDCOM' TO WK-ERRO-PARAGRAFO
                   MOVE 'CREDCOM'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CREDCOM     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO READ HISTEXT'
                   MOVE '304-LER-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-REJEITADOS.
           READ ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO READ REJEITADOS'
                   MOVE '305-LER-REJEITADOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-CONTADOR-PAGOS             TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE '  DOS QUAIS EM CONTA     = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CREDITADOS        TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 205-GRAVAR-RELATORIO.
           MOVE 'PAGAMENTOS DEVOLVIDOS    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DEVOLVIDOS        TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
