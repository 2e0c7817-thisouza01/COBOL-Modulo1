      *  EQUIVALENTE EM BR, EMITE LANCAMENTOS DE AJUSTE      *
      *  AUDITAVEIS E IMPRIME GANHOS/PERDAS POR MOEDA E      *
      *  AGENCIA                                             *
      *  LOTE REVALLAN REGISTRADO NO FEEDREG (EAD71973)      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
           05 WK-RES-GANHOS       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(8)  VALUE ' PERDAS '.
           05 WK-RES-PERDAS       PIC ZZZ.ZZZ.ZZ9,99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-FEED-COM.
           05 WK-FED-PROGRAMA             PIC X(8)  VALUE 'EAD71944'.
           05 WK-FED-ARQUIVO              PIC X(8)  VALUE 'REVALLAN'.
           05 WK-FED-QTDE                 PIC 9(9)  VALUE ZEROS.
           05 WK-FED-SOMA                 PIC 9(9)V99 VALUE ZEROS.
           05 WK-FED-RC                   PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71944'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-CONTADOR-AJUSTES TO WK-FED-QTDE.
           MOVE WK-SOMA-AJUSTES TO WK-FED-SOMA.
           PERFORM 909-REGISTRAR-FEED.
       904-GRAVAR-RESUMO.
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > WK-QTD-RESUMO
               MOVE WK-LINHA-RESUMO          TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
           END-PERFORM.
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
