       77  WK-CONTADOR-ARQUIVADOS PIC 9(9)      VALUE ZEROS.
       77  WK-CONTADOR-MANTIDOS PIC 9(9)        VALUE ZEROS.
       77  WK-SOMA-ARQUIVADOS PIC 9(11)V99      VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71939'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71939'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-HISTEXT = '10'.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-EXECUCAO.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           ACCEPT WK-ANO-ARQUIVO FROM SYSIN.
           IF WK-ANO-ARQUIVO NOT NUMERIC
               DISPLAY 'ANO DE ARQUIVAMENTO (AAAA) NAO INFORMADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE WK-DATA-MOVIMENTO(1:6) TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
