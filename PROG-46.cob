      *  COMISSOES - CONVERTE O ARQUIVO PAGAMENTOS NO        *
      *  LAYOUT DO BANCO COM HEADER, SEQUENCIA E TOTAIS DE   *
      *  CONTROLE, NUMERANDO A REMESSA PELO REMCTRL          *
      *  VENDEDOR COM CONTA PROPRIA ATIVA NO CLIENTES (CONTA *
      *  NO VENDMST) RECEBE O LIQUIDO POR CREDITO EM CONTA - *
      *  LANCAMENTO NO LOTE LANCCOM (DOC 9700 + MES DA       *
      *  COMPETENCIA, ORIGEM 'V') PARA A PROXIMA BALANCE     *
      *  LINE, REGISTRADO NO FEEDREG, E CONTROLE NO CREDCOM  *
      *  PARA A CONCILIACAO DO EAD71947                      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-REMCTRL.
           SELECT ARQ-REMESSA ASSIGN TO REMESSA
               FILE STATUS IS WK-FS-REMESSA.
           SELECT ARQ-VENDMST ASSIGN TO VENDMST
               FILE STATUS IS WK-FS-VENDMST.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-LANCCOM ASSIGN TO LANCCOM
               FILE STATUS IS WK-FS-LANCCOM.
           SELECT ARQ-CREDCOM ASSIGN TO CREDCOM
               FILE STATUS IS WK-FS-CREDCOM.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-QTDE-TRAILER             PIC 9(6).
           05 FD-SOMA-TRAILER             PIC 9(11)V99.
           05 FILLER                      PIC X(20).
       FD   ARQ-VENDMST
            RECORDING MODE IS F.
       01  REG-VENDMST.
           05 FD-CODIGO-VENDMST           PIC 9(4).
           05 FD-NOME-VENDMST             PIC X(20).
           05 FD-REGIAO-VENDMST           PIC X(10).
           05 FD-AGENCIA-VENDMST          PIC X(4).
           05 FD-CONTA-VENDMST            PIC 9(5).
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
       FD   ARQ-LANCCOM
            RECORDING MODE IS F.
       01  REG-LANCCOM.
           05 FD-CHAVE-LANCCOM.
               10 FD-AGENCIA-LANCCOM      PIC X(4).
               10 FD-CONTA-LANCCOM        PIC 9(5).
           05 FD-DOC-LANCCOM              PIC 9(4).
           05 FD-TIPO-LANCCOM             PIC A.
           05 FD-VALOR-LANCCOM            PIC 9(6)V99.
           05 FD-TIPO-ORIGEM-LANCCOM      PIC X.
           05 FD-MOEDA-LANCCOM            PIC XX.
           05 FD-DATA-LANCCOM             PIC 9(8).
       01  REG-LANCCOM-TRAILER REDEFINES REG-LANCCOM.
           05 FILLER                      PIC X(4).
           05 FD-TRAILER-QTDE             PIC 9(9).
           05 FD-TRAILER-TIPO             PIC X.
           05 FD-TRAILER-SOMA             PIC 9(9)V99.
           05 FILLER                      PIC X(8).
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
       WORKING-STORAGE SECTION.
       77  WK-FS-PAGAMENTOS   PIC XX            VALUE SPACES.
       77  WK-FS-REMCTRL      PIC XX            VALUE SPACES.
       77  WK-NUMERO-REMESSA  PIC 9(6)          VALUE ZEROS.
       77  WK-SEQUENCIA       PIC 9(6)          VALUE ZEROS.
       77  WK-SOMA-REMESSA    PIC 9(11)V99      VALUE ZEROS.
       77  WK-FS-VENDMST      PIC XX            VALUE SPACES.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-LANCCOM      PIC XX            VALUE SPACES.
       77  WK-FS-CREDCOM      PIC XX            VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-QTD-VENDMST     PIC 99            VALUE ZEROS.
       77  WK-CREDITO-CONTA   PIC X             VALUE 'N'.
       77  WK-QTD-CREDITOS    PIC 9(9)          VALUE ZEROS.
       77  WK-SOMA-CREDITOS   PIC 9(9)V99       VALUE ZEROS.
       77  WK-DOC-COMISSAO    PIC 9(4)          VALUE 9700.
       77  WK-VALOR-MAX-LANC  PIC 9(6)V99       VALUE 999999,99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  TABELA-VENDMST.
           03 VENDMST-ENTRY OCCURS 50 TIMES INDEXED BY IDX-VM.
               05 TAB-VM-CODIGO           PIC 9(4)     VALUE ZEROS.
               05 TAB-VM-CHAVE.
                   10 TAB-VM-AGENCIA      PIC X(4)     VALUE SPACES.
                   10 TAB-VM-CONTA        PIC 9(5)     VALUE ZEROS.
               05 TAB-VM-CONTA-VALIDA     PIC X        VALUE 'N'.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71946'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCCOM'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71946'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
       101-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-REMESSA.
           PERFORM 104-OBTER-DATA-MOVIMENTO.
           PERFORM 105-CARREGAR-VENDMST.
           PERFORM 107-CONFERIR-CONTAS.
           PERFORM 102-LER-REMCTRL.
           OPEN INPUT ARQ-PAGAMENTOS.
           EVALUATE WK-FS-PAGAMENTOS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-LANCCOM.
           EVALUATE WK-FS-LANCCOM
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-LANCCOM
                           ' O COMANDO OPEN LANCCOM'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'LANCCOM'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-LANCCOM TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-CREDCOM.
           EVALUATE WK-FS-CREDCOM
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CREDCOM
                           ' O COMANDO OPEN CREDCOM'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'CREDCOM'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CREDCOM TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-LER-REMCTRL.
           OPEN INPUT ARQ-REMCTRL.
           EVALUATE WK-FS-REMCTRL
           MOVE WK-NUMERO-REMESSA TO FD-NUMERO-HEADER.
           MOVE WK-DATA-REMESSA   TO FD-DATA-HEADER.
           PERFORM 202-GRAVAR-REMESSA.
       104-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE WK-DATA-REMESSA TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    CONTA DO VENDEDOR NO VENDMST - SEM CONTA OU COM CONTA
      *    INEXISTENTE/ENCERRADA NO CLIENTES O PAGAMENTO VAI PARA
      *    A REMESSA BANCARIA COMO ANTES
       105-CARREGAR-VENDMST.
           OPEN INPUT ARQ-VENDMST.
           EVALUATE WK-FS-VENDMST
               WHEN '00'
                   PERFORM 304-LER-VENDMST
                   PERFORM 106-GUARDAR-VENDMST
                       UNTIL WK-FS-VENDMST = '10'
                   CLOSE ARQ-VENDMST
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDMST NAO ENCONTRADO - TODOS OS '
                           'PAGAMENTOS VAO PARA A REMESSA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMST
                           ' O COMANDO OPEN VENDMST'
                   MOVE '105-CARREGAR-VENDMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-GUARDAR-VENDMST.
           IF FD-AGENCIA-VENDMST NOT EQUAL SPACES
              AND FD-CONTA-VENDMST NOT EQUAL ZEROS
               IF WK-QTD-VENDMST NOT < 50
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
                           FD-CODIGO-VENDMST ' PAGO PELA REMESSA'
               ELSE
                   ADD 1 TO WK-QTD-VENDMST
                   SET IDX-VM TO WK-QTD-VENDMST
                   MOVE FD-CODIGO-VENDMST  TO TAB-VM-CODIGO(IDX-VM)
                   MOVE FD-AGENCIA-VENDMST TO TAB-VM-AGENCIA(IDX-VM)
                   MOVE FD-CONTA-VENDMST   TO TAB-VM-CONTA(IDX-VM)
                   MOVE 'N' TO TAB-VM-CONTA-VALIDA(IDX-VM)
               END-IF
           END-IF.
           PERFORM 304-LER-VENDMST.
       107-CONFERIR-CONTAS.
           IF WK-QTD-VENDMST NOT EQUAL ZEROS
               PERFORM 110-LER-CONTAS-CLIENTES
               PERFORM 109-AVISAR-CONTA-INVALIDA
                   VARYING IDX-VM FROM 1 BY 1
                   UNTIL IDX-VM > WK-QTD-VENDMST
           END-IF.
       110-LER-CONTAS-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 305-LER-CLIENTES
                   PERFORM 108-MARCAR-CONTA
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO - TODOS OS '
                           'PAGAMENTOS VAO PARA A REMESSA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO OPEN CLIENTES'
                   MOVE '110-LER-CONTAS'   TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       108-MARCAR-CONTA.
           IF FD-SITUACAO-CLIENTES NOT EQUAL 'E'
               SET IDX-VM TO 1
               SEARCH VENDMST-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-VM > WK-QTD-VENDMST
                       CONTINUE
                   WHEN TAB-VM-CHAVE(IDX-VM) EQUAL FD-CHAVE-CLIENTES
                       MOVE 'S' TO TAB-VM-CONTA-VALIDA(IDX-VM)
               END-SEARCH
           END-IF.
           PERFORM 305-LER-CLIENTES.
       109-AVISAR-CONTA-INVALIDA.
           IF TAB-VM-CONTA-VALIDA(IDX-VM) EQUAL 'N'
               DISPLAY 'CONTA ' TAB-VM-CHAVE(IDX-VM)
                       ' DO VENDEDOR ' TAB-VM-CODIGO(IDX-VM)
                       ' INEXISTENTE OU ENCERRADA - PAGO PELA REMESSA'
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 203-LOCALIZAR-CONTA.
           IF WK-CREDITO-CONTA EQUAL 'S'
               PERFORM 204-GRAVAR-CREDITO
           ELSE
               PERFORM 205-GRAVAR-DETALHE
           END-IF.
           PERFORM 301-LER-PAGAMENTOS.
       205-GRAVAR-DETALHE.
           ADD 1 TO WK-SEQUENCIA.
           MOVE SPACES                 TO REG-REMESSA.
           MOVE '1'                    TO FD-TIPO-REMESSA.
           MOVE FD-LIQUIDO-PAGAMENTOS  TO FD-VALOR-DETALHE.
           ADD FD-LIQUIDO-PAGAMENTOS   TO WK-SOMA-REMESSA.
           PERFORM 202-GRAVAR-REMESSA.
       202-GRAVAR-REMESSA.
           WRITE REG-REMESSA.
           IF WK-FS-REMESSA NOT EQUAL '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       203-LOCALIZAR-CONTA.
           MOVE 'N' TO WK-CREDITO-CONTA.
           IF WK-QTD-VENDMST NOT EQUAL ZEROS
              AND FD-LIQUIDO-PAGAMENTOS NOT EQUAL ZEROS
               SET IDX-VM TO 1
               SEARCH VENDMST-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-VM > WK-QTD-VENDMST
                       CONTINUE
                   WHEN TAB-VM-CODIGO(IDX-VM)
                            EQUAL FD-VENDEDOR-PAGAMENTOS
                       IF TAB-VM-CONTA-VALIDA(IDX-VM) EQUAL 'S'
                           MOVE 'S' TO WK-CREDITO-CONTA
                       END-IF
               END-SEARCH
           END-IF.
           IF WK-CREDITO-CONTA EQUAL 'S'
              AND FD-LIQUIDO-PAGAMENTOS > WK-VALOR-MAX-LANC
               DISPLAY 'LIQUIDO DO VENDEDOR ' FD-VENDEDOR-PAGAMENTOS
                       ' ACIMA DO VALOR MAXIMO DE LANCAMENTO - '
                       'PAGO PELA REMESSA'
               MOVE 'N' TO WK-CREDITO-CONTA
           END-IF.
       204-GRAVAR-CREDITO.
           MOVE TAB-VM-CHAVE(IDX-VM)  TO FD-CHAVE-LANCCOM.
           COMPUTE FD-DOC-LANCCOM = WK-DOC-COMISSAO
                                  + FD-MES-PAGAMENTOS.
           MOVE 'C'                   TO FD-TIPO-LANCCOM.
           MOVE FD-LIQUIDO-PAGAMENTOS TO FD-VALOR-LANCCOM.
           MOVE 'V'                   TO FD-TIPO-ORIGEM-LANCCOM.
           MOVE 'BR'                  TO FD-MOEDA-LANCCOM.
           MOVE WK-DATA-MOVIMENTO     TO FD-DATA-LANCCOM.
           WRITE REG-LANCCOM.
           IF WK-FS-LANCCOM NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCCOM
                       ' O COMANDO WRITE LANCCOM'
               MOVE '204-GRAVAR-CREDITO' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCCOM'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCCOM        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                     TO WK-QTD-CREDITOS.
           ADD FD-LIQUIDO-PAGAMENTOS TO WK-SOMA-CREDITOS.
           MOVE FD-VENDEDOR-PAGAMENTOS TO FD-VENDEDOR-CREDCOM.
           MOVE FD-ANO-PAGAMENTOS      TO FD-ANO-CREDCOM.
           MOVE FD-MES-PAGAMENTOS      TO FD-MES-CREDCOM.
           MOVE FD-LIQUIDO-PAGAMENTOS  TO FD-VALOR-CREDCOM.
           MOVE FD-AGENCIA-LANCCOM     TO FD-AGENCIA-CREDCOM.
           MOVE FD-CONTA-LANCCOM       TO FD-CONTA-CREDCOM.
           MOVE FD-DOC-LANCCOM         TO FD-DOC-CREDCOM.
           MOVE WK-DATA-MOVIMENTO      TO FD-DATA-CREDCOM.
           WRITE REG-CREDCOM.
           IF WK-FS-CREDCOM NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-CREDCOM
                       ' O COMANDO WRITE CREDCOM'
               MOVE '204-GRAVAR-CREDITO' TO WK-ERRO-PARAGRAFO
               MOVE 'CREDCOM'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CREDCOM        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *******************************************************
       300-LER-PAGAMENTOS SECTION.
       301-LER-PAGAMENTOS.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-VENDMST.
           READ ARQ-VENDMST.
           EVALUATE WK-FS-VENDMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-VENDMST
                           ' O COMANDO READ VENDMST'
                   MOVE '304-LER-VENDMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'VENDMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-VENDMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO READ CLIENTES'
                   MOVE '305-LER-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-SEQUENCIA    TO FD-QTDE-TRAILER.
           MOVE WK-SOMA-REMESSA TO FD-SOMA-TRAILER.
           PERFORM 202-GRAVAR-REMESSA.
           PERFORM 904-GRAVAR-TRAILER-LANCCOM.
           PERFORM 902-GRAVAR-REMCTRL.
           CLOSE ARQ-PAGAMENTOS.
           CLOSE ARQ-LANCCOM.
           IF WK-FS-LANCCOM NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-LANCCOM
                       ' NO COMANDO CLOSE LANCCOM'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCCOM'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCCOM   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-CREDCOM.
           IF WK-FS-CREDCOM NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-CREDCOM
                       ' NO COMANDO CLOSE CREDCOM'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'CREDCOM'       TO WK-ERRO-ARQUIVO
               MOVE WK-FS-CREDCOM   TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-REMESSA.
           IF WK-FS-REMESSA NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-REMESSA
           DISPLAY 'REMESSA ' WK-NUMERO-REMESSA ' GERADA - '
                   'PAGAMENTOS ' WK-SEQUENCIA
                   ' SOMA ' WK-SOMA-REMESSA.
           DISPLAY 'CREDITOS EM CONTA NO LANCCOM ' WK-QTD-CREDITOS
                   ' SOMA ' WK-SOMA-CREDITOS.
       902-GRAVAR-REMCTRL.
           OPEN OUTPUT ARQ-REMCTRL.
           IF WK-FS-REMCTRL NOT EQUAL '00'
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
       904-GRAVAR-TRAILER-LANCCOM.
           MOVE SPACES           TO REG-LANCCOM.
           MOVE WK-QTD-CREDITOS  TO FD-TRAILER-QTDE.
           MOVE 'T'              TO FD-TRAILER-TIPO.
           MOVE WK-SOMA-CREDITOS TO FD-TRAILER-SOMA.
           WRITE REG-LANCCOM.
           IF WK-FS-LANCCOM NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-LANCCOM
                       ' O COMANDO WRITE LANCCOM'
               MOVE '904-GRAVAR-TRAILER' TO WK-ERRO-PARAGRAFO
               MOVE 'LANCCOM'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-LANCCOM        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-QTD-CREDITOS  TO WK-FED-QTDE.
           MOVE WK-SOMA-CREDITOS TO WK-FED-SOMA.
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
