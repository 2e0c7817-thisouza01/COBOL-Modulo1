      ********************************************************
      *  COBRANCA MENSAL DAS PRESTACOES DE EMPRESTIMO EM     *
      *  LAYOUT LANCAM PARA A BALANCE LINE                   *
      *  LOTE LANCFAT REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
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
       FD   ARQ-LANCFAT
            RECORDING MODE IS F.
       01  REG-LANCFAT.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-LANCFAT      PIC XX            VALUE SPACES.
       77  WK-DOC-COBRANCA    PIC 9(4)          VALUE 9900.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-COBRANCA   PIC 9(8)          VALUE ZEROS.
       77  WK-MESES-DECORRIDOS PIC S9(5)        VALUE ZEROS.
           05 WK-INI-ANO          PIC 9(4).
           05 WK-INI-MES          PIC 99.
           05 WK-INI-DIA          PIC 99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71932'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCFAT'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71932'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           END-EVALUATE.
           PERFORM 301-LER-EMPMST.
       202-GERAR-COBRANCA.
           MOVE FD-AGENCIA-EMPMST   TO FD-AGENCIA-LANCFAT.
           MOVE FD-CONTA-EMPMST     TO FD-CONTA-LANCFAT.
           COMPUTE FD-DOC-LANCFAT = WK-DOC-COBRANCA
                                  + FD-CONTRATO-EMPMST.
           MOVE 'D'                 TO FD-TIPO-LANCFAT.
           MOVE FD-PRESTACAO-EMPMST TO FD-VALOR-LANCFAT.
           MOVE 'P'                 TO FD-TIPO-ORIGEM-LANCFAT.
           MOVE 'BR'                TO FD-MOEDA-LANCFAT.
           MOVE WK-DATA-COBRANCA    TO FD-DATA-LANCFAT.
           WRITE REG-LANCFAT.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-GERADOS TO WK-FED-QTDE.
           MOVE WK-SOMA-GERADOS TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
           CLOSE ARQ-EMPMST.
           CLOSE ARQ-LANCFAT.
           IF WK-FS-LANCFAT NOT EQUAL '00'
           DISPLAY 'COBRANCA GERADA - PRESTACOES '
                   WK-CONTADOR-GERADOS ' CONTRATOS ENCERRADOS '
                   WK-CONTADOR-ENCERRADOS.
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
