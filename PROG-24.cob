       AUTHOR.        THIAGO.
      ********************************************************
      *  EXTRATO MENSAL POR CONTA A PARTIR DO HISTORICO      *
      *  CONTAS COM PACOTE DE TARIFAS RECEBEM, APOS O SALDO  *
      *  FINAL, O DETALHE DO TARIFDET GERADO PELO EAD71923   *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-EXTRMES ASSIGN TO EXTRMES
               FILE STATUS IS WK-FS-EXTRMES.
           SELECT ARQ-TARIFDET ASSIGN TO TARIFDET
               FILE STATUS IS WK-FS-TARIFDET.
           SELECT ARQ-CLASSIFICA ASSIGN TO CLASSIFICA.
      *
       DATA DIVISION.
       FD   ARQ-EXTRMES
            RECORDING MODE IS F.
       01  REG-EXTRMES                    PIC X(80).
       FD   ARQ-TARIFDET
            RECORDING MODE IS F.
       01  REG-TARIFDET.
           05 FD-CHAVE-TARIFDET.
               10 FD-AGENCIA-TARIFDET     PIC X(4).
               10 FD-CONTA-TARIFDET       PIC 9(5).
           05 FD-MES-TARIFDET             PIC 9(6).
           05 FD-PACOTE-TARIFDET          PIC X(4).
           05 FD-DEBITOS-TARIFDET         PIC 9(5).
           05 FD-FRANQUIA-TARIFDET        PIC 9(3).
           05 FD-COBRADOS-TARIFDET        PIC 9(5).
           05 FD-TARIFA-TARIFDET          PIC 9(4)V99.
           05 FD-EXCEDENTE-TARIFDET       PIC 9(6)V99.
           05 FD-SALDO-MEDIO-TARIFDET     PIC S9(7)V99.
           05 FD-ISENCAO-TARIFDET         PIC 9(7)V99.
           05 FD-ISENTO-TARIFDET          PIC X.
           05 FD-MANUTENCAO-TARIFDET      PIC 9(6)V99.
           05 FD-DATA-TARIFDET            PIC 9(8).
       SD   ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           05 SD-CHAVE.
       WORKING-STORAGE SECTION.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-EXTRMES      PIC XX            VALUE SPACES.
       77  WK-FS-TARIFDET     PIC XX            VALUE SPACES.
       77  WK-MES-REFERENCIA  PIC X(6)          VALUE SPACES.
       77  WK-SEQ-RELEASE     PIC 9(9)          VALUE ZEROS.
       77  WK-FIM-CLASSIFICA  PIC X             VALUE 'N'.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE 'SALDO '.
           05 WK-DET-SALDO        PIC -ZZ.ZZ9,99.
       01  WK-LINHA-PACOTE.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(7)  VALUE 'PACOTE '.
           05 WK-PAC-CODIGO       PIC X(4).
           05 FILLER              PIC X(9)  VALUE ' DEBITOS '.
           05 WK-PAC-DEBITOS      PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE ' FRANQUIA '.
           05 WK-PAC-FRANQUIA     PIC ZZ9.
           05 FILLER              PIC X(12) VALUE ' EXCEDENTES '.
           05 WK-PAC-COBRADOS     PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE ' X '.
           05 WK-PAC-TARIFA       PIC Z.ZZ9,99.
       01  WK-LINHA-MANUTENCAO.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'SALDO MEDIO '.
           05 WK-MAN-SALDO-MEDIO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WK-MAN-TEXTO        PIC X(22).
           05 WK-MAN-VALOR        PIC Z.ZZZ.ZZ9,99.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71924'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71924'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
               INPUT PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-IMPRIMIR.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           ACCEPT WK-MES-REFERENCIA FROM SYSIN.
           IF WK-MES-REFERENCIA EQUAL SPACES
               DISPLAY 'MES DE REFERENCIA (AAAAMM) NAO INFORMADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-TARIFDET.
           EVALUATE WK-FS-TARIFDET
               WHEN '00'
                   PERFORM 302-LER-TARIFDET
               WHEN '35'
                   DISPLAY 'ARQUIVO TARIFDET NAO ENCONTRADO - '
                           'EXTRATO SEM DETALHE DE PACOTES'
                   MOVE '10' TO WK-FS-TARIFDET
                   MOVE HIGH-VALUES TO FD-CHAVE-TARIFDET
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFDET
                           ' O COMANDO OPEN TARIFDET'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFDET'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFDET TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       200-SELECIONAR SECTION.
       201-SELECIONAR.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-TARIFDET.
           READ ARQ-TARIFDET.
           EVALUATE WK-FS-TARIFDET
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE HIGH-VALUES TO FD-CHAVE-TARIFDET
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TARIFDET
                           ' O COMANDO READ TARIFDET'
                   MOVE '302-LER-TARIFDET' TO WK-ERRO-PARAGRAFO
                   MOVE 'TARIFDET'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TARIFDET     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       400-IMPRIMIR SECTION.
       401-IMPRIMIR.
           IF WK-FS-EXTRMES NOT EQUAL '00'
               PERFORM 407-ERRO-EXTRMES
           END-IF.
           PERFORM 302-LER-TARIFDET
               UNTIL FD-CHAVE-TARIFDET NOT < WK-CHAVE-ATUAL.
           IF FD-CHAVE-TARIFDET EQUAL WK-CHAVE-ATUAL
               AND FD-MES-TARIFDET EQUAL WK-MES-REFERENCIA
               PERFORM 408-GRAVAR-PACOTE
           END-IF.
       407-ERRO-EXTRMES.
           DISPLAY 'ERRO: ' WK-FS-EXTRMES
                   ' O COMANDO WRITE EXTRMES'.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       408-GRAVAR-PACOTE.
           MOVE FD-PACOTE-TARIFDET    TO WK-PAC-CODIGO.
           MOVE FD-DEBITOS-TARIFDET   TO WK-PAC-DEBITOS.
           MOVE FD-FRANQUIA-TARIFDET  TO WK-PAC-FRANQUIA.
           MOVE FD-COBRADOS-TARIFDET  TO WK-PAC-COBRADOS.
           MOVE FD-TARIFA-TARIFDET    TO WK-PAC-TARIFA.
           MOVE WK-LINHA-PACOTE       TO REG-EXTRMES.
           WRITE REG-EXTRMES.
           IF WK-FS-EXTRMES NOT EQUAL '00'
               PERFORM 407-ERRO-EXTRMES
           END-IF.
           MOVE FD-SALDO-MEDIO-TARIFDET TO WK-MAN-SALDO-MEDIO.
           IF FD-ISENTO-TARIFDET EQUAL 'S'
               MOVE 'MANUTENCAO ISENTA >' TO WK-MAN-TEXTO
               MOVE FD-ISENCAO-TARIFDET   TO WK-MAN-VALOR
           ELSE
               MOVE 'MANUTENCAO COBRADA'  TO WK-MAN-TEXTO
               MOVE FD-MANUTENCAO-TARIFDET TO WK-MAN-VALOR
           END-IF.
           MOVE WK-LINHA-MANUTENCAO   TO REG-EXTRMES.
           WRITE REG-EXTRMES.
           IF WK-FS-EXTRMES NOT EQUAL '00'
               PERFORM 407-ERRO-EXTRMES
           END-IF.
       409-IMPRIMIR-EXIT.
           EXIT.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-TARIFDET.
           CLOSE ARQ-EXTRMES.
           IF WK-FS-EXTRMES NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-EXTRMES
           DISPLAY 'EXTRATO MENSAL ' WK-MES-REFERENCIA
                   ' - CONTAS ' WK-CONTADOR-CONTAS
                   ' MOVIMENTOS ' WK-CONTADOR-MOVTOS.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE WK-MES-REFERENCIA TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE ZEROS       TO WK-JOR-LIDOS.
           MOVE ZEROS       TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
