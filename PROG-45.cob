      *  AGENCIA PELA TABELA BANCMAP, NUMERA OS DOCUMENTOS   *
      *  PELA FAIXA CONTROLADA DOCCTRL E DESVIA OS NAO       *
      *  MAPEAVEIS PARA O ARQUIVO DE SUSPENSOS               *
      *  LOTE LANCEXT REGISTRADO NO FEEDREG (EAD71973)       *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               05 TAB-MAP-CONTA-EXT       PIC 9(10)    VALUE ZEROS.
               05 TAB-MAP-AGENCIA-INT     PIC X(4)     VALUE SPACES.
               05 TAB-MAP-CONTA-INT       PIC 9(5)     VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71945'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'LANCEXT'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71945'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-CONVERTIDOS TO WK-FED-QTDE.
           MOVE WK-SOMA-CONVERTIDOS TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       904-GRAVAR-DOCCTRL.
           OPEN OUTPUT ARQ-DOCCTRL.
           IF WK-FS-DOCCTRL NOT EQUAL '00'
               END-IF
               CLOSE ARQ-DOCCTRL
           END-IF.
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
