           05 FD-CHAVE-ATRASOS.
               10 FD-AGENCIA-ATRASOS      PIC X(4).
               10 FD-CONTA-ATRASOS        PIC 9(5).
               10 FD-CONTRATO-ATRASOS     PIC 9(3).
           05 FD-DIVIDA-ATRASOS           PIC 9(7)V99.
           05 FD-DIAS-ATRASOS             PIC 9(5).
           05 FD-ATR-30-ATRASOS           PIC 9(7)V99.
       FD   ARQ-PROVANT
            RECORDING MODE IS F.
       01  REG-PROVANT.
           05 FD-CHAVE-PROVANT            PIC X(12).
           05 FD-CLASSE-PROVANT           PIC X.
           05 FD-VALOR-PROVANT            PIC 9(9)V99.
       FD   ARQ-PROVISAO
            RECORDING MODE IS F.
       01  REG-PROVISAO.
           05 FD-CHAVE-PROVISAO           PIC X(12).
           05 FD-CLASSE-PROVISAO          PIC X.
           05 FD-VALOR-PROVISAO           PIC 9(9)V99.
       FD   ARQ-RELATORIO
               05 TAB-RIS-PERCENTUAL      PIC 99V99    VALUE ZEROS.
       01  TABELA-PROVANT.
           03 PANT-ENTRY OCCURS 500 TIMES INDEXED BY IDX-PAN.
               05 TAB-PAN-CHAVE           PIC X(12)    VALUE SPACES.
               05 TAB-PAN-CLASSE          PIC X        VALUE SPACE.
       01  TABELA-RESUMO.
           03 RESUMO-ENTRY OCCURS 200 TIMES INDEXED BY IDX-RES.
                  'PROVISAO POR CLASSE DE RISCO'.
       01  WK-LINHA-MIGRACAO.
           05 FILLER              PIC X(9)  VALUE 'CONTRATO '.
           05 WK-MIG-CHAVE        PIC X(12).
           05 FILLER              PIC X(8)  VALUE ' CLASSE '.
           05 WK-MIG-CLASSE-ANT   PIC X.
           05 FILLER              PIC X(5)  VALUE ' -> '.
       01  WK-LINHA-TOTAL.
           05 FILLER              PIC X(20) VALUE 'PROVISAO TOTAL  = '.
           05 WK-TOT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71951'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71951'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-ATRASOS = '10'.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           PERFORM 106-OBTER-DATA-MOVIMENTO.
           PERFORM 102-CARREGAR-RISCOTAB.
           PERFORM 104-CARREGAR-PROVANT.
           OPEN INPUT ARQ-ATRASOS.
               MOVE FD-CLASSE-PROVANT TO TAB-PAN-CLASSE(IDX-PAN)
           END-IF.
           PERFORM 303-LER-PROVANT.
       106-OBTER-DATA-MOVIMENTO.
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
               MOVE WK-LINHA-RESUMO            TO REG-RELATORIO
               PERFORM 205-GRAVAR-RELATORIO
           END-PERFORM.
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
