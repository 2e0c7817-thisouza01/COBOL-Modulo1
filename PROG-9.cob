       AUTHOR.        THIAGO.                        
      *************************************          
      *    BALANCE LINE                   *          
      *    VALOR COM BLOQUEIO JUDICIAL    *
      *    ATIVO NO BLOQJUD FICA          *
      *    INDISPONIVEL PARA DEBITO       *
      *    CHEQUE (ORIGEM 'Q') SO E PAGO  *
      *    SE EMITIDO PARA A CONTA NO     *
      *    CHEQUES E AINDA NAO PAGO; OS   *
      *    PAGOS VAO PARA O CHEQPAG       *
      *    JUROS (DOC 9801) E IOF (DOC    *
      *    9804) DO CHEQUE ESPECIAL, COM  *
      *    A ORIGEM 'J' DO EAD71923, SAO  *
      *    DEBITADOS MESMO ALEM DO LIMITE *
      *    E EM CONTA BLOQUEADA           *
      *    O DEBITO JUDICIAL SO CONSOME O *
      *    BLOQUEIO SE CONFERIR COM A     *
      *    TRANSFERENCIA PENDENTE DO      *
      *    BLOQJUD (CONTA, DOC, VALOR E   *
      *    DATA)                          *
      *************************************          
      *                                              
       ENVIRONMENT DIVISION.                         
                FILE STATUS IS WK-FS-APROVACAO.
             SELECT ARQ-ESTTRANSF ASSIGN TO ESTTRANSF
                FILE STATUS IS WK-FS-ESTTRANSF.
             SELECT ARQ-BLOQJUD ASSIGN TO BLOQJUD
                FILE STATUS IS WK-FS-BLOQJUD.
             SELECT ARQ-CHEQUES ASSIGN TO CHEQUES
                FILE STATUS IS WK-FS-CHEQUES.
             SELECT ARQ-CHEQPAG ASSIGN TO CHEQPAG
                FILE STATUS IS WK-FS-CHEQPAG.
             SELECT ARQ-CLASSTOT ASSIGN TO CLASSTOT.
      *
        DATA DIVISION.                                  
           05 FD-AGENCIA-TOTMOV           PIC X(4).
           05 FD-TIPO-TOTMOV              PIC XX.
           05 FD-VALOR-TOTMOV             PIC 9(9)V99.
       FD   ARQ-BLOQJUD
            RECORDING MODE IS F.
       01  REG-BLOQJUD.
           05 FD-CHAVE-BLOQJUD.
               10 FD-AGENCIA-BLOQJUD      PIC X(4).
               10 FD-CONTA-BLOQJUD        PIC 9(5).
           05 FD-ORDEM-BLOQJUD            PIC X(15).
           05 FD-VALOR-BLOQJUD            PIC 9(6)V99.
           05 FD-DATA-BLOQJUD             PIC 9(8).
           05 FD-VARA-BLOQJUD             PIC X(20).
           05 FD-SITUACAO-BLOQJUD         PIC X.
           05 FD-DATA-BAIXA-BLOQJUD       PIC 9(8).
           05 FD-DESTINO-BLOQJUD          PIC X(9).
           05 FD-OPERADOR-BLOQJUD         PIC X(8).
           05 FD-DOC-TRANSF-BLOQJUD       PIC 9(4).
           05 FD-TRANSF-PEND-BLOQJUD      PIC X.
       FD   ARQ-CHEQUES
            RECORDING MODE IS F.
       01  REG-CHEQUES.
           05 FD-CHAVE-CHEQUES.
               10 FD-AGENCIA-CHEQUES      PIC X(4).
               10 FD-CONTA-CHEQUES        PIC 9(5).
           05 FD-NUMERO-INI-CHEQUES       PIC 9(4).
           05 FD-QTDE-CHEQUES             PIC 99.
           05 FD-DATA-EMISSAO-CHEQUES     PIC 9(8).
           05 FD-OPERADOR-CHEQUES         PIC X(8).
           05 FD-SITUACOES-CHEQUES.
               10 FD-SITUACAO-CHEQUES     PIC X OCCURS 20 TIMES.
       FD   ARQ-CHEQPAG
            RECORDING MODE IS F.
       01  REG-CHEQPAG.
           05 FD-CHAVE-CHEQPAG            PIC X(9).
           05 FD-NUMERO-CHEQPAG           PIC 9(4).
           05 FD-VALOR-CHEQPAG            PIC 9(6)V99.
           05 FD-DATA-CHEQPAG             PIC 9(8).
       SD   ARQ-CLASSTOT.
       01  REG-CLASSTOT.
           05 SD-AGENCIA-CLASSTOT         PIC X(4).
       77  WK-VALOR-APLICADO              PIC 9(6)V99    VALUE ZEROS.
       77  WK-JUROS-LANCAM                PIC S9(6)V99   VALUE ZEROS.
       77  WK-DOC-ABERTURA                PIC 9(4)       VALUE 9999.
       77  WK-DOC-JUROS                   PIC 9(4)       VALUE 9801.
       77  WK-DOC-IOF                     PIC 9(4)       VALUE 9804.
       77  WK-ORIGEM-ENCARGO              PIC X          VALUE 'J'.
       77  WK-ENCARGO-CHEQUE-ESP          PIC X          VALUE 'N'.
       77  WK-CONTADOR-LANCAM             PIC 9(9)       VALUE ZEROS.
       77  WK-SOMA-LANCAM                 PIC 9(9)V99    VALUE ZEROS.
       77  WK-FS-CHECKPOINT               PIC XX         VALUE SPACES.
               05 TAB-SUS-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-SUS-DOC-INI         PIC 9(4)     VALUE ZEROS.
               05 TAB-SUS-DOC-FIM         PIC 9(4)     VALUE ZEROS.
       77  WK-FS-BLOQJUD                  PIC XX         VALUE SPACES.
       77  WK-QTD-BLOQUEIOS               PIC 9(3)       VALUE ZEROS.
       77  WK-BLOQUEIO-ACHADO             PIC X          VALUE 'N'.
       77  WK-VALOR-BLOQUEADO             PIC 9(7)V99    VALUE ZEROS.
       77  WK-QTD-TRANSF-JUD              PIC 9(3)       VALUE ZEROS.
       77  WK-TRANSF-JUD-ACHADA           PIC X          VALUE 'N'.
       01  TABELA-BLOQUEIO.
           03 BLOQUEIO-ENTRY OCCURS 200 TIMES INDEXED BY IDX-BLQ.
               05 TAB-BLQ-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-BLQ-VALOR           PIC 9(7)V99  VALUE ZEROS.
       01  TABELA-TRANSF-JUD.
           03 TRANSF-JUD-ENTRY OCCURS 200 TIMES INDEXED BY IDX-TJD.
               05 TAB-TJD-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-TJD-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-TJD-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-TJD-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-TJD-USADA           PIC X        VALUE 'N'.
       77  WK-FS-CHEQUES                  PIC XX         VALUE SPACES.
       77  WK-FS-CHEQPAG                  PIC XX         VALUE SPACES.
       77  WK-TALOES-CARREGADOS           PIC X          VALUE 'N'.
       77  WK-QTD-TALOES                  PIC 9(3)       VALUE ZEROS.
       77  WK-IDX-FOLHA                   PIC 99         VALUE ZEROS.
       77  WK-CHEQUE-ACHADO               PIC X          VALUE 'N'.
       77  WK-CHEQUE-VALIDO               PIC X          VALUE 'S'.
       77  WK-CONT-CHEQUES-PAGOS          PIC 9(9)       VALUE ZEROS.
       01  TABELA-TALAO.
           03 TALAO-ENTRY OCCURS 500 TIMES INDEXED BY IDX-TAL.
               05 TAB-TAL-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-TAL-NUMERO-INI      PIC 9(4)     VALUE ZEROS.
               05 TAB-TAL-QTDE            PIC 99       VALUE ZEROS.
               05 TAB-TAL-SITUACOES.
                   10 TAB-TAL-SITUACAO    PIC X OCCURS 20 TIMES.
       77  WK-QTD-TRANSF-REJ              PIC 9(3)       VALUE ZEROS.
       77  WK-TRANSF-REJ-ACHADA           PIC X          VALUE 'N'.
       77  WK-MOTIVO-TRANSF               PIC XX         VALUE SPACES.
           PERFORM 111-CARREGAR-TAXAS.
           PERFORM 112-AUDITAR-TAXAS.
           PERFORM 121-CARREGAR-SUSTACAO.
           PERFORM 137-CARREGAR-BLOQUEIOS.
           PERFORM 140-CARREGAR-TALOES.
           PERFORM 118-VERIFICAR-EXECUCAO.
           PERFORM 102-ABRIR-CLIENTES.
           PERFORM 103-ABRIR-LANCAM.
           PERFORM 110-ABRIR-TOTAIS.
           PERFORM 125-ABRIR-TOTMOV.
           PERFORM 133-ABRIR-ESTTRANSF.
           PERFORM 143-ABRIR-CHEQPAG.
       133-ABRIR-ESTTRANSF.
           OPEN OUTPUT ARQ-ESTTRANSF.
           EVALUATE WK-FS-ESTTRANSF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *    BLOQUEIO JUDICIAL - SOMA POR CONTA DOS BLOQUEIOS ATIVOS;
      *    OS QUE TEM TRANSFERENCIA PENDENTE ('P') GUARDAM TAMBEM A
      *    CONTA, O DOC, O VALOR E A DATA DO DEBITO JUDICIAL, QUE E O
      *    UNICO DEBITO QUE CONSOME O VALOR BLOQUEADO
       137-CARREGAR-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN '00'
                   PERFORM 139-LER-BLOQJUD
                   PERFORM 138-GUARDAR-BLOQUEIO
                       UNTIL WK-FS-BLOQJUD = '10'
                   CLOSE ARQ-BLOQJUD
               WHEN '35'
                   DISPLAY 'ARQUIVO BLOQJUD NAO ENCONTRADO - '
                           'SEM BLOQUEIOS JUDICIAIS'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUD
                           ' O COMANDO OPEN BLOQJUD'
                   MOVE '137-CARREGAR-BLOQUEIOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'                TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD            TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       138-GUARDAR-BLOQUEIO.
           IF FD-SITUACAO-BLOQJUD EQUAL 'A'
               MOVE 'N' TO WK-BLOQUEIO-ACHADO
               IF WK-QTD-BLOQUEIOS NOT EQUAL ZEROS
                   SET IDX-BLQ TO 1
                   SEARCH BLOQUEIO-ENTRY
                       AT END
                           CONTINUE
                       WHEN IDX-BLQ > WK-QTD-BLOQUEIOS
                           CONTINUE
                       WHEN TAB-BLQ-CHAVE(IDX-BLQ)
                            EQUAL FD-CHAVE-BLOQJUD
                           MOVE 'S' TO WK-BLOQUEIO-ACHADO
                   END-SEARCH
               END-IF
               IF WK-BLOQUEIO-ACHADO EQUAL 'N'
                   IF WK-QTD-BLOQUEIOS NOT < 200
                       DISPLAY 'TABELA DE BLOQUEIOS JUDICIAIS CHEIA - '
                               'BLOQUEIO ' FD-CHAVE-BLOQJUD
                               ' SEM COBERTURA - EXECUCAO RECUSADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-QTD-BLOQUEIOS
                   SET IDX-BLQ TO WK-QTD-BLOQUEIOS
                   MOVE FD-CHAVE-BLOQJUD TO TAB-BLQ-CHAVE(IDX-BLQ)
                   MOVE ZEROS            TO TAB-BLQ-VALOR(IDX-BLQ)
               END-IF
               ADD FD-VALOR-BLOQJUD TO TAB-BLQ-VALOR(IDX-BLQ)
               IF FD-TRANSF-PEND-BLOQJUD EQUAL 'P'
                   PERFORM 144-GUARDAR-TRANSF-JUD
               END-IF
           END-IF.
           PERFORM 139-LER-BLOQJUD.
       144-GUARDAR-TRANSF-JUD.
           IF WK-QTD-TRANSF-JUD NOT < 200
               DISPLAY 'TABELA DE TRANSFERENCIAS JUDICIAIS CHEIA - '
                       'BLOQUEIO ' FD-CHAVE-BLOQJUD
                       ' SEM COBERTURA - EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-TRANSF-JUD.
           SET IDX-TJD TO WK-QTD-TRANSF-JUD.
           MOVE FD-CHAVE-BLOQJUD      TO TAB-TJD-CHAVE(IDX-TJD).
           MOVE FD-DOC-TRANSF-BLOQJUD TO TAB-TJD-DOC(IDX-TJD).
           MOVE FD-VALOR-BLOQJUD      TO TAB-TJD-VALOR(IDX-TJD).
           MOVE FD-DATA-BAIXA-BLOQJUD TO TAB-TJD-DATA(IDX-TJD).
           MOVE 'N'                   TO TAB-TJD-USADA(IDX-TJD).
       139-LER-BLOQJUD.
           READ ARQ-BLOQJUD.
           EVALUATE WK-FS-BLOQJUD
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-BLOQJUD
                           ' O COMANDO READ BLOQJUD'
                   MOVE '139-LER-BLOQJUD' TO WK-ERRO-PARAGRAFO
                   MOVE 'BLOQJUD'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-BLOQJUD     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *    TALOES DE CHEQUE EMITIDOS, COM A SITUACAO DE CADA FOLHA
      *    (E EMITIDA, P PAGA, S SUSTADA, C CANCELADA)
       140-CARREGAR-TALOES.
           OPEN INPUT ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   MOVE 'S' TO WK-TALOES-CARREGADOS
                   PERFORM 142-LER-CHEQUES
                   PERFORM 141-GUARDAR-TALAO
                       UNTIL WK-FS-CHEQUES = '10'
                   CLOSE ARQ-CHEQUES
               WHEN '35'
                   DISPLAY 'ARQUIVO CHEQUES NAO ENCONTRADO - '
                           'NUMERACAO DE CHEQUES NAO CONFERIDA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO OPEN CHEQUES'
                   MOVE '140-CARREGAR-TALOES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'             TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES         TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       141-GUARDAR-TALAO.
           IF WK-QTD-TALOES NOT < 500
               DISPLAY 'TABELA DE TALOES CHEIA - TALAO '
                       FD-CHAVE-CHEQUES ' ' FD-NUMERO-INI-CHEQUES
                       ' SEM COBERTURA - EXECUCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WK-QTD-TALOES
               SET IDX-TAL TO WK-QTD-TALOES
               MOVE FD-CHAVE-CHEQUES      TO TAB-TAL-CHAVE(IDX-TAL)
               MOVE FD-NUMERO-INI-CHEQUES TO TAB-TAL-NUMERO-INI(IDX-TAL)
               MOVE FD-QTDE-CHEQUES       TO TAB-TAL-QTDE(IDX-TAL)
               MOVE FD-SITUACOES-CHEQUES  TO TAB-TAL-SITUACOES(IDX-TAL)
           END-IF.
           PERFORM 142-LER-CHEQUES.
       142-LER-CHEQUES.
           READ ARQ-CHEQUES.
           EVALUATE WK-FS-CHEQUES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQUES
                           ' O COMANDO READ CHEQUES'
                   MOVE '142-LER-CHEQUES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQUES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQUES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       143-ABRIR-CHEQPAG.
           OPEN OUTPUT ARQ-CHEQPAG.
           EVALUATE WK-FS-CHEQPAG
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CHEQPAG
                           ' O COMANDO OPEN CHEQPAG'
                   MOVE '143-ABRIR-CHEQPAG' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQPAG'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQPAG       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       120-CONFERIR-RUNCTL.
           OPEN INPUT ARQ-RUNCTL.
           EVALUATE WK-FS-RUNCTL
           END-IF.
       203-EXEC-LANCAM.
           MOVE 'N' TO WK-TRANSF-REJ-ACHADA.
           PERFORM 226-IDENTIFICAR-ENCARGO.
           IF FD-TIPO-ORIGEM-LANCAM EQUAL 'X'
               PERFORM 215-CONFERIR-TRANSF-REJ
           END-IF.
                   IF WK-SUSTADO EQUAL 'S'
                       PERFORM 204-GRAVAR-REJEITADOS
                   ELSE
                       PERFORM 224-CRITICAR-CHEQUE
                       IF WK-CHEQUE-VALIDO EQUAL 'N'
                           PERFORM 204-GRAVAR-REJEITADOS
                       ELSE
                           PERFORM 217-EXEC-LANCAM-VALIDO
                       END-IF
                   END-IF
               ELSE
                   PERFORM 204-GRAVAR-REJEITADOS
                   DISPLAY 'CONTA ENCERRADA - DOC ' FD-DOC-LANCAM
                           ' REJEITADO NA CONTA ' FD-CHAVE-CLIENTES
               WHEN FD-SITUACAO-CLIENTES EQUAL 'B'
                    AND ((FD-TIPO-LANCAM EQUAL 'D'
                          AND WK-ENCARGO-CHEQUE-ESP EQUAL 'N')
                    OR (FD-TIPO-LANCAM EQUAL 'E'
                        AND FD-TIPO-ORIGEM-LANCAM EQUAL 'C'))
                   MOVE 'N'  TO WK-SITUACAO-VALIDA
                   DISPLAY '        CREDITO: ' WK-VALOR-EDIT
                   PERFORM 205-GRAVAR-EXTRATO
               WHEN 'D'
                   PERFORM 222-OBTER-BLOQUEIO
                   IF WK-ENCARGO-CHEQUE-ESP EQUAL 'N'
                      AND WK-VALOR-CONVERTIDO + WK-VALOR-BLOQUEADO
                           - FD-SALDO-CLIENTES > FD-LIMITE-CLIENTES
                       DISPLAY 'SALDO INSUFICIENTE ALEM DO LIMITE NO '
                               'DOCUMENTO ' FD-DOC-LANCAM
                       IF WK-VALOR-BLOQUEADO NOT EQUAL ZEROS
                           DISPLAY '        VALOR BLOQUEADO '
                                   'JUDICIALMENTE NA CONTA '
                                   FD-CHAVE-LANCAM
                       END-IF
                       MOVE '03' TO FD-MOTIVO-REJEITADOS
                       PERFORM 204-GRAVAR-REJEITADOS
                   ELSE
                       SUBTRACT WK-VALOR-APLICADO FROM FD-SALDO-CLIENTES
                       MOVE WK-VALOR-APLICADO TO WK-VALOR-EDIT
                       DISPLAY '        DEBITO: ' WK-VALOR-EDIT
                       PERFORM 223-CONSUMIR-BLOQUEIO
                       PERFORM 225-BAIXAR-CHEQUE
                       PERFORM 205-GRAVAR-EXTRATO
                   END-IF
               WHEN 'J'
                   MOVE WK-VALOR-CONVERTIDO TO WK-VALOR-APLICADO
                   EVALUATE FD-TIPO-ORIGEM-LANCAM
                       WHEN 'C'
                           PERFORM 222-OBTER-BLOQUEIO
                           IF WK-VALOR-APLICADO + WK-VALOR-BLOQUEADO
                                   - FD-SALDO-CLIENTES
                                   > FD-LIMITE-CLIENTES
                               DISPLAY 'SALDO INSUFICIENTE ALEM DO '
                                       'LIMITE NO DOCUMENTO '
           END-EVALUATE
           END-IF
           END-IF.
      *    VALOR BLOQUEADO DA CONTA; NO DEBITO DA TRANSFERENCIA
      *    JUDICIAL O PROPRIO VALOR DEBITADO SAI DO BLOQUEIO. O
      *    DEBITO SO E JUDICIAL SE CONFERIR COM UMA TRANSFERENCIA
      *    PENDENTE DO BLOQJUD - CONTA, DOC, VALOR E DATA
       222-OBTER-BLOQUEIO.
           MOVE ZEROS TO WK-VALOR-BLOQUEADO.
           MOVE 'N'   TO WK-BLOQUEIO-ACHADO.
           MOVE 'N'   TO WK-TRANSF-JUD-ACHADA.
           IF WK-QTD-BLOQUEIOS NOT EQUAL ZEROS
               SET IDX-BLQ TO 1
               SEARCH BLOQUEIO-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-BLQ > WK-QTD-BLOQUEIOS
                       CONTINUE
                   WHEN TAB-BLQ-CHAVE(IDX-BLQ) EQUAL FD-CHAVE-LANCAM
                       MOVE 'S' TO WK-BLOQUEIO-ACHADO
                       MOVE TAB-BLQ-VALOR(IDX-BLQ)
                            TO WK-VALOR-BLOQUEADO
               END-SEARCH
           END-IF.
           IF WK-BLOQUEIO-ACHADO EQUAL 'S'
              AND FD-TIPO-LANCAM EQUAL 'D'
              AND FD-TIPO-ORIGEM-LANCAM EQUAL 'X'
              AND WK-QTD-TRANSF-JUD NOT EQUAL ZEROS
               SET IDX-TJD TO 1
               SEARCH TRANSF-JUD-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-TJD > WK-QTD-TRANSF-JUD
                       CONTINUE
                   WHEN TAB-TJD-USADA(IDX-TJD) EQUAL 'N'
                        AND TAB-TJD-CHAVE(IDX-TJD) EQUAL FD-CHAVE-LANCAM
                        AND TAB-TJD-DOC(IDX-TJD) EQUAL FD-DOC-LANCAM
                        AND TAB-TJD-VALOR(IDX-TJD)
                            EQUAL FD-VALOR-LANCAM
                        AND TAB-TJD-DATA(IDX-TJD)
                            EQUAL FD-DATA-LANCAM
                       MOVE 'S' TO WK-TRANSF-JUD-ACHADA
               END-SEARCH
           END-IF.
           IF WK-TRANSF-JUD-ACHADA EQUAL 'S'
               IF WK-VALOR-BLOQUEADO > WK-VALOR-CONVERTIDO
                   SUBTRACT WK-VALOR-CONVERTIDO
                       FROM WK-VALOR-BLOQUEADO
               ELSE
                   MOVE ZEROS TO WK-VALOR-BLOQUEADO
               END-IF
           END-IF.
       223-CONSUMIR-BLOQUEIO.
           IF WK-TRANSF-JUD-ACHADA EQUAL 'S'
               MOVE WK-VALOR-BLOQUEADO TO TAB-BLQ-VALOR(IDX-BLQ)
               MOVE 'S' TO TAB-TJD-USADA(IDX-TJD)
               DISPLAY '        TRANSFERENCIA JUDICIAL DEBITADA DO '
                       'VALOR BLOQUEADO'
           END-IF.
      *    JUROS E IOF DO CHEQUE ESPECIAL GERADOS PELO EAD71923 -
      *    SO COM A ORIGEM 'J' E O DOC DO ENCARGO; O MESMO DOC COM
      *    OUTRA ORIGEM E UM DEBITO COMUM
       226-IDENTIFICAR-ENCARGO.
           MOVE 'N' TO WK-ENCARGO-CHEQUE-ESP.
           IF FD-TIPO-LANCAM EQUAL 'D'
              AND FD-TIPO-ORIGEM-LANCAM EQUAL WK-ORIGEM-ENCARGO
              AND (FD-DOC-LANCAM EQUAL WK-DOC-JUROS
                   OR FD-DOC-LANCAM EQUAL WK-DOC-IOF)
               MOVE 'S' TO WK-ENCARGO-CHEQUE-ESP
           END-IF.
      *    DEBITO DE CHEQUE: A FOLHA TEM DE ESTAR NUM TALAO EMITIDO
      *    PARA A CONTA E NAO PODE ESTAR PAGA NEM CANCELADA
       224-CRITICAR-CHEQUE.
           MOVE 'S' TO WK-CHEQUE-VALIDO.
           MOVE 'N' TO WK-CHEQUE-ACHADO.
           IF FD-TIPO-LANCAM EQUAL 'D'
              AND FD-TIPO-ORIGEM-LANCAM EQUAL 'Q'
              AND WK-TALOES-CARREGADOS EQUAL 'S'
               IF WK-QTD-TALOES NOT EQUAL ZEROS
                   SET IDX-TAL TO 1
                   SEARCH TALAO-ENTRY
                       AT END
                           CONTINUE
                       WHEN IDX-TAL > WK-QTD-TALOES
                           CONTINUE
                       WHEN TAB-TAL-CHAVE(IDX-TAL) EQUAL FD-CHAVE-LANCAM
                            AND FD-DOC-LANCAM NOT <
                                TAB-TAL-NUMERO-INI(IDX-TAL)
                            AND FD-DOC-LANCAM <
                                TAB-TAL-NUMERO-INI(IDX-TAL)
                                + TAB-TAL-QTDE(IDX-TAL)
                           MOVE 'S' TO WK-CHEQUE-ACHADO
                   END-SEARCH
               END-IF
               IF WK-CHEQUE-ACHADO EQUAL 'S'
                   COMPUTE WK-IDX-FOLHA = FD-DOC-LANCAM
                           - TAB-TAL-NUMERO-INI(IDX-TAL) + 1
               END-IF
               EVALUATE TRUE
                   WHEN WK-CHEQUE-ACHADO EQUAL 'N'
                       MOVE 'N'  TO WK-CHEQUE-VALIDO
                       MOVE '19' TO FD-MOTIVO-REJEITADOS
                       DISPLAY 'CHEQUE ' FD-DOC-LANCAM
                               ' NAO EMITIDO PARA A CONTA '
                               FD-CHAVE-LANCAM
                   WHEN TAB-TAL-SITUACAO(IDX-TAL, WK-IDX-FOLHA)
                        EQUAL 'C'
                       MOVE 'N'  TO WK-CHEQUE-VALIDO
                       MOVE '19' TO FD-MOTIVO-REJEITADOS
                       DISPLAY 'CHEQUE ' FD-DOC-LANCAM
                               ' CANCELADO NA CONTA '
                               FD-CHAVE-LANCAM
                   WHEN TAB-TAL-SITUACAO(IDX-TAL, WK-IDX-FOLHA)
                        EQUAL 'P'
                       MOVE 'N'  TO WK-CHEQUE-VALIDO
                       MOVE '20' TO FD-MOTIVO-REJEITADOS
                       DISPLAY 'CHEQUE ' FD-DOC-LANCAM
                               ' JA PAGO NA CONTA '
                               FD-CHAVE-LANCAM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       225-BAIXAR-CHEQUE.
           IF WK-CHEQUE-ACHADO EQUAL 'S'
               MOVE 'P' TO TAB-TAL-SITUACAO(IDX-TAL, WK-IDX-FOLHA)
               MOVE FD-CHAVE-LANCAM     TO FD-CHAVE-CHEQPAG
               MOVE FD-DOC-LANCAM       TO FD-NUMERO-CHEQPAG
               MOVE WK-VALOR-APLICADO   TO FD-VALOR-CHEQPAG
               MOVE WK-DATA-PROCESSAMENTO TO FD-DATA-CHEQPAG
               WRITE REG-CHEQPAG
               IF WK-FS-CHEQPAG NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-CHEQPAG
                           ' O COMANDO WRITE CHEQPAG'
                   MOVE '225-BAIXAR-CHEQUE' TO WK-ERRO-PARAGRAFO
                   MOVE 'CHEQPAG'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CHEQPAG       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-CONT-CHEQUES-PAGOS
               MOVE 'N' TO WK-CHEQUE-ACHADO
           END-IF.
       205-GRAVAR-EXTRATO.
           MOVE FD-AGENCIA-LANCAM      TO FD-AGENCIA-EXTRATO.
           MOVE FD-CONTA-LANCAM        TO FD-CONTA-EXTRATO.
            CLOSE ARQ-EXTRATO.
            CLOSE ARQ-RELATORIO.
            CLOSE ARQ-TOTAIS.
            CLOSE ARQ-CHEQPAG.
            IF WK-FS-CLIENTEN NOT EQUAL '00'
                DISPLAY 'ERRO ' WK-FS-CLIENTEN
                        ' NO COMANDO CLOSE CLIENTEN'
                PERFORM 903-GRAVAR-ERROLOG
                MOVE 12 TO RETURN-CODE
            END-IF.
            IF WK-FS-CHEQPAG NOT EQUAL '00'
                DISPLAY 'ERRO ' WK-FS-CHEQPAG
                        ' NO COMANDO CLOSE CHEQPAG'
                DISPLAY 'ERRO AO SALVAR ARQUIVO'
                MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
                MOVE 'CHEQPAG'       TO WK-ERRO-ARQUIVO
                MOVE WK-FS-CHEQPAG   TO WK-ERRO-STATUS
                PERFORM 903-GRAVAR-ERROLOG
                MOVE 12 TO RETURN-CODE
            END-IF.
            DISPLAY 'CHEQUES PAGOS NO DIA: ' WK-CONT-CHEQUES-PAGOS.
            IF RETURN-CODE NOT > 4
                PERFORM 911-COPIAR-EXTRATO-HISTEXT
                PERFORM 902-LIMPAR-CHECKPOINT
