       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71962 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  CONVERSAO DA CARTEIRA DE EMPRESTIMOS PARA A CHAVE   *
      *  COM NUMERO DE CONTRATO - MIGRA O EMPMST, O PAGTOS E *
      *  A PROVISAO DO MES (BASE DO PROVANT) ATRIBUINDO O    *
      *  CONTRATO 001 A CADA EMPRESTIMO EXISTENTE, PROVANDO  *
      *  POR CONTAGEM E SOMA QUE NADA SE PERDEU - O EMPMST   *
      *  CONVERTIDO JA SAI NO LEIAUTE DE 72 POSICOES, COM O  *
      *  INDEXADOR EM BRANCO E SPREAD, PERIODO E DATA DE     *
      *  REAJUSTE ZERADOS (CONTRATOS PERMANECEM PREFIXADOS)  *
      *  E O CET MENSAL E ANUAL ZERADOS                      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPMSTV ASSIGN TO EMPMSTV
               FILE STATUS IS WK-FS-EMPMSTV.
           SELECT ARQ-EMPMST ASSIGN TO EMPMST
               FILE STATUS IS WK-FS-EMPMST.
           SELECT ARQ-PAGTOSV ASSIGN TO PAGTOSV
               FILE STATUS IS WK-FS-PAGTOSV.
           SELECT ARQ-PAGTOS ASSIGN TO PAGTOS
               FILE STATUS IS WK-FS-PAGTOS.
           SELECT ARQ-PROVISAOV ASSIGN TO PROVISAOV
               FILE STATUS IS WK-FS-PROVISAOV.
           SELECT ARQ-PROVISAO ASSIGN TO PROVISAO
               FILE STATUS IS WK-FS-PROVISAO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPMSTV
            RECORDING MODE IS F.
       01  REG-EMPMSTV.
           05 FD-CHAVE-EMPMSTV.
               10 FD-AGENCIA-EMPMSTV      PIC X(4).
               10 FD-CONTA-EMPMSTV        PIC 9(5).
           05 FD-DIVIDA-EMPMSTV           PIC 9(7)V99.
           05 FD-PRESTACAO-EMPMSTV        PIC 9(5)V99.
           05 FD-TAXA-EMPMSTV             PIC 9V99.
           05 FD-DATA-INICIO-EMPMSTV      PIC 9(8).
           05 FD-PRAZO-EMPMSTV            PIC 9(3).
           05 FD-METODO-EMPMSTV           PIC X.
       FD   ARQ-EMPMST
            RECORDING MODE IS F.
       01  REG-EMPMST.
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
       FD   ARQ-PAGTOSV
            RECORDING MODE IS F.
       01  REG-PAGTOSV.
           05 FD-CHAVE-PAGTOSV.
               10 FD-AGENCIA-PAGTOSV      PIC X(4).
               10 FD-CONTA-PAGTOSV        PIC 9(5).
           05 FD-DATA-PAGTOSV             PIC 9(8).
           05 FD-VALOR-PAGTOSV            PIC 9(5)V99.
       FD   ARQ-PAGTOS
            RECORDING MODE IS F.
       01  REG-PAGTOS.
           05 FD-CHAVE-PAGTOS.
               10 FD-AGENCIA-PAGTOS       PIC X(4).
               10 FD-CONTA-PAGTOS         PIC 9(5).
               10 FD-CONTRATO-PAGTOS      PIC 9(3).
           05 FD-DATA-PAGTOS              PIC 9(8).
           05 FD-VALOR-PAGTOS             PIC 9(5)V99.
       FD   ARQ-PROVISAOV
            RECORDING MODE IS F.
       01  REG-PROVISAOV.
           05 FD-CHAVE-PROVISAOV          PIC X(9).
           05 FD-CLASSE-PROVISAOV         PIC X.
           05 FD-VALOR-PROVISAOV          PIC 9(9)V99.
       FD   ARQ-PROVISAO
            RECORDING MODE IS F.
       01  REG-PROVISAO.
           05 FD-CHAVE-PROVISAO.
               10 FD-CONTA-PROVISAO       PIC X(9).
               10 FD-CONTRATO-PROVISAO    PIC 9(3).
           05 FD-CLASSE-PROVISAO          PIC X.
           05 FD-VALOR-PROVISAO           PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPMSTV      PIC XX            VALUE SPACES.
       77  WK-FS-EMPMST       PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOSV      PIC XX            VALUE SPACES.
       77  WK-FS-PAGTOS       PIC XX            VALUE SPACES.
       77  WK-FS-PROVISAOV    PIC XX            VALUE SPACES.
       77  WK-FS-PROVISAO     PIC XX            VALUE SPACES.
       77  WK-CONTRATO-INICIAL PIC 9(3)         VALUE 1.
       77  WK-DIFERENCA       PIC X             VALUE 'N'.
       01  WK-CONTROLE-EMPMST.
           05 WK-EMP-LIDOS        PIC 9(9)      VALUE ZEROS.
           05 WK-EMP-GRAVADOS     PIC 9(9)      VALUE ZEROS.
           05 WK-EMP-SOMA-ENT     PIC 9(11)V99  VALUE ZEROS.
           05 WK-EMP-SOMA-SAI     PIC 9(11)V99  VALUE ZEROS.
       01  WK-CONTROLE-PAGTOS.
           05 WK-PAG-LIDOS        PIC 9(9)      VALUE ZEROS.
           05 WK-PAG-GRAVADOS     PIC 9(9)      VALUE ZEROS.
           05 WK-PAG-SOMA-ENT     PIC 9(11)V99  VALUE ZEROS.
           05 WK-PAG-SOMA-SAI     PIC 9(11)V99  VALUE ZEROS.
       01  WK-CONTROLE-PROVISAO.
           05 WK-PRV-LIDOS        PIC 9(9)      VALUE ZEROS.
           05 WK-PRV-GRAVADOS     PIC 9(9)      VALUE ZEROS.
           05 WK-PRV-SOMA-ENT     PIC 9(11)V99  VALUE ZEROS.
           05 WK-PRV-SOMA-SAI     PIC 9(11)V99  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71962'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CONVERTER-EMPMST UNTIL WK-FS-EMPMSTV = '10'.
           PERFORM 202-CONVERTER-PAGTOS UNTIL WK-FS-PAGTOSV = '10'.
           PERFORM 203-CONVERTER-PROVISAO
               UNTIL WK-FS-PROVISAOV = '10'.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           OPEN INPUT ARQ-EMPMSTV.
           EVALUATE WK-FS-EMPMSTV
               WHEN '00'
                   PERFORM 301-LER-EMPMSTV
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPMSTV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMSTV
                           ' O COMANDO OPEN EMPMSTV'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMSTV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMSTV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-EMPMST.
           EVALUATE WK-FS-EMPMST
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMST
                           ' O COMANDO OPEN EMPMST'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMST'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMST  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-PAGTOSV.
           EVALUATE WK-FS-PAGTOSV
               WHEN '00'
                   PERFORM 302-LER-PAGTOSV
               WHEN '35'
                   DISPLAY 'ARQUIVO PAGTOSV NAO ENCONTRADO - '
                           'PAGTOS CONVERTIDO VAZIO'
                   MOVE '10' TO WK-FS-PAGTOSV
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOSV
                           ' O COMANDO OPEN PAGTOSV'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOSV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOSV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-PAGTOS.
           EVALUATE WK-FS-PAGTOS
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOS
                           ' O COMANDO OPEN PAGTOS'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOS'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOS  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-PROVISAOV.
           EVALUATE WK-FS-PROVISAOV
               WHEN '00'
                   PERFORM 303-LER-PROVISAOV
               WHEN '35'
                   DISPLAY 'ARQUIVO PROVISAOV NAO ENCONTRADO - '
                           'PROVISAO CONVERTIDA VAZIA'
                   MOVE '10' TO WK-FS-PROVISAOV
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVISAOV
                           ' O COMANDO OPEN PROVISAOV'
                   MOVE '101-INICIAR'   TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVISAOV'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVISAOV TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-PROVISAO.
           EVALUATE WK-FS-PROVISAO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVISAO
                           ' O COMANDO OPEN PROVISAO'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVISAO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVISAO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       200-PROCESSAR SECTION.
       201-CONVERTER-EMPMST.
           MOVE FD-AGENCIA-EMPMSTV     TO FD-AGENCIA-EMPMST.
           MOVE FD-CONTA-EMPMSTV       TO FD-CONTA-EMPMST.
           MOVE WK-CONTRATO-INICIAL    TO FD-CONTRATO-EMPMST.
           MOVE FD-DIVIDA-EMPMSTV      TO FD-DIVIDA-EMPMST.
           MOVE FD-PRESTACAO-EMPMSTV   TO FD-PRESTACAO-EMPMST.
           MOVE FD-TAXA-EMPMSTV        TO FD-TAXA-EMPMST.
           MOVE FD-DATA-INICIO-EMPMSTV TO FD-DATA-INICIO-EMPMST.
           MOVE FD-PRAZO-EMPMSTV       TO FD-PRAZO-EMPMST.
           MOVE FD-METODO-EMPMSTV      TO FD-METODO-EMPMST.
           MOVE SPACES                 TO FD-INDEXADOR-EMPMST.
           MOVE ZEROS                  TO FD-SPREAD-EMPMST.
           MOVE ZEROS                  TO FD-PERIODO-REAJ-EMPMST.
           MOVE ZEROS                  TO FD-DATA-REAJ-EMPMST.
           MOVE ZEROS                  TO FD-CET-MES-EMPMST.
           MOVE ZEROS                  TO FD-CET-ANO-EMPMST.
           WRITE REG-EMPMST.
           IF WK-FS-EMPMST NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-EMPMST
                       ' O COMANDO WRITE EMPMST'
               MOVE '201-CONVERTER-EMPMST' TO WK-ERRO-PARAGRAFO
               MOVE 'EMPMST'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-EMPMST           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-EMP-GRAVADOS.
           ADD FD-DIVIDA-EMPMST TO WK-EMP-SOMA-SAI.
           PERFORM 301-LER-EMPMSTV.
       202-CONVERTER-PAGTOS.
           MOVE FD-AGENCIA-PAGTOSV     TO FD-AGENCIA-PAGTOS.
           MOVE FD-CONTA-PAGTOSV       TO FD-CONTA-PAGTOS.
           MOVE WK-CONTRATO-INICIAL    TO FD-CONTRATO-PAGTOS.
           MOVE FD-DATA-PAGTOSV        TO FD-DATA-PAGTOS.
           MOVE FD-VALOR-PAGTOSV       TO FD-VALOR-PAGTOS.
           WRITE REG-PAGTOS.
           IF WK-FS-PAGTOS NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-PAGTOS
                       ' O COMANDO WRITE PAGTOS'
               MOVE '202-CONVERTER-PAGTOS' TO WK-ERRO-PARAGRAFO
               MOVE 'PAGTOS'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PAGTOS           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PAG-GRAVADOS.
           ADD FD-VALOR-PAGTOS TO WK-PAG-SOMA-SAI.
           PERFORM 302-LER-PAGTOSV.
       203-CONVERTER-PROVISAO.
           MOVE FD-CHAVE-PROVISAOV     TO FD-CONTA-PROVISAO.
           MOVE WK-CONTRATO-INICIAL    TO FD-CONTRATO-PROVISAO.
           MOVE FD-CLASSE-PROVISAOV    TO FD-CLASSE-PROVISAO.
           MOVE FD-VALOR-PROVISAOV     TO FD-VALOR-PROVISAO.
           WRITE REG-PROVISAO.
           IF WK-FS-PROVISAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-PROVISAO
                       ' O COMANDO WRITE PROVISAO'
               MOVE '203-CONVERTER-PROVISAO' TO WK-ERRO-PARAGRAFO
               MOVE 'PROVISAO'               TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PROVISAO           TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PRV-GRAVADOS.
           ADD FD-VALOR-PROVISAO TO WK-PRV-SOMA-SAI.
           PERFORM 303-LER-PROVISAOV.
      *******************************************************
       300-LER SECTION.
       301-LER-EMPMSTV.
           READ ARQ-EMPMSTV.
           EVALUATE WK-FS-EMPMSTV
               WHEN '00'
                   ADD 1 TO WK-EMP-LIDOS
                   ADD FD-DIVIDA-EMPMSTV TO WK-EMP-SOMA-ENT
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-EMPMSTV
                           ' O COMANDO READ EMPMSTV'
                   MOVE '301-LER-EMPMSTV' TO WK-ERRO-PARAGRAFO
                   MOVE 'EMPMSTV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-EMPMSTV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-PAGTOSV.
           READ ARQ-PAGTOSV.
           EVALUATE WK-FS-PAGTOSV
               WHEN '00'
                   ADD 1 TO WK-PAG-LIDOS
                   ADD FD-VALOR-PAGTOSV TO WK-PAG-SOMA-ENT
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PAGTOSV
                           ' O COMANDO READ PAGTOSV'
                   MOVE '302-LER-PAGTOSV' TO WK-ERRO-PARAGRAFO
                   MOVE 'PAGTOSV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PAGTOSV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-PROVISAOV.
           READ ARQ-PROVISAOV.
           EVALUATE WK-FS-PROVISAOV
               WHEN '00'
                   ADD 1 TO WK-PRV-LIDOS
                   ADD FD-VALOR-PROVISAOV TO WK-PRV-SOMA-ENT
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-PROVISAOV
                           ' O COMANDO READ PROVISAOV'
                   MOVE '303-LER-PROVISAOV' TO WK-ERRO-PARAGRAFO
                   MOVE 'PROVISAOV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-PROVISAOV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           CLOSE ARQ-EMPMSTV.
           CLOSE ARQ-PAGTOSV.
           CLOSE ARQ-PROVISAOV.
           CLOSE ARQ-EMPMST.
           IF WK-FS-EMPMST NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-EMPMST
                       ' NO COMANDO CLOSE EMPMST'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'EMPMST'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-EMPMST    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-PAGTOS.
           IF WK-FS-PAGTOS NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-PAGTOS
                       ' NO COMANDO CLOSE PAGTOS'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'PAGTOS'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PAGTOS    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-PROVISAO.
           IF WK-FS-PROVISAO NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-PROVISAO
                       ' NO COMANDO CLOSE PROVISAO'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'PROVISAO'      TO WK-ERRO-ARQUIVO
               MOVE WK-FS-PROVISAO  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY '--- CONVERSAO DA CARTEIRA DE EMPRESTIMOS ---'.
           DISPLAY 'EMPMST   LIDOS ' WK-EMP-LIDOS
                   ' GRAVADOS ' WK-EMP-GRAVADOS.
           DISPLAY '         DIVIDA ENTRADA ' WK-EMP-SOMA-ENT
                   ' SAIDA ' WK-EMP-SOMA-SAI.
           DISPLAY 'PAGTOS   LIDOS ' WK-PAG-LIDOS
                   ' GRAVADOS ' WK-PAG-GRAVADOS.
           DISPLAY '         VALOR ENTRADA  ' WK-PAG-SOMA-ENT
                   ' SAIDA ' WK-PAG-SOMA-SAI.
           DISPLAY 'PROVISAO LIDOS ' WK-PRV-LIDOS
                   ' GRAVADOS ' WK-PRV-GRAVADOS.
           DISPLAY '         VALOR ENTRADA  ' WK-PRV-SOMA-ENT
                   ' SAIDA ' WK-PRV-SOMA-SAI.
           IF WK-EMP-LIDOS NOT EQUAL WK-EMP-GRAVADOS
               OR WK-EMP-SOMA-ENT NOT EQUAL WK-EMP-SOMA-SAI
               MOVE 'S' TO WK-DIFERENCA
           END-IF.
           IF WK-PAG-LIDOS NOT EQUAL WK-PAG-GRAVADOS
               OR WK-PAG-SOMA-ENT NOT EQUAL WK-PAG-SOMA-SAI
               MOVE 'S' TO WK-DIFERENCA
           END-IF.
           IF WK-PRV-LIDOS NOT EQUAL WK-PRV-GRAVADOS
               OR WK-PRV-SOMA-ENT NOT EQUAL WK-PRV-SOMA-SAI
               MOVE 'S' TO WK-DIFERENCA
           END-IF.
           IF WK-DIFERENCA EQUAL 'S'
               DISPLAY 'CONVERSAO COM DIFERENCA - NAO PROMOVER OS '
                       'ARQUIVOS CONVERTIDOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSAO CONFERIDA - NADA SE PERDEU'
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
