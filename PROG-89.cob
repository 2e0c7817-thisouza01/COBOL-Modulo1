       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71989 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  GERACAO DA REMESSA INTERBANCARIA DE DOC/TED APOS A  *
      *  BALANCE LINE - SO VAO PARA A REMESSA AS SOLICITACOES*
      *  DO TEDPEND (EAD71988) CUJO DEBITO FOI LANCADO NO    *
      *  HISTEXT; AS RECUSADAS NO REJEITADOS FICAM DE FORA   *
      *  REMESSA COM HEADER, DETALHES SEQUENCIADOS E TRAILER *
      *  DE CONTROLE, NUMERADA PELO TEDRCTRL; CADA DETALHE   *
      *  ENVIADO E ACRESCENTADO AO TEDENV PARA O RETORNO     *
      *  SOLICITACAO JA PRESENTE NO TEDENV (CONTA, DOC E     *
      *  DATA DA SOLICITACAO) NAO E ENVIADA DE NOVO          *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TEDPEND ASSIGN TO TEDPEND
               FILE STATUS IS WK-FS-TEDPEND.
           SELECT ARQ-HISTEXT ASSIGN TO HISTEXT
               FILE STATUS IS WK-FS-HISTEXT.
           SELECT ARQ-REJEITADOS ASSIGN TO REJEITADOS
               FILE STATUS IS WK-FS-REJEITADOS.
           SELECT ARQ-TEDRCTRL ASSIGN TO TEDRCTRL
               FILE STATUS IS WK-FS-TEDRCTRL.
           SELECT ARQ-REMTED ASSIGN TO REMTED
               FILE STATUS IS WK-FS-REMTED.
           SELECT ARQ-TEDENV ASSIGN TO TEDENV
               FILE STATUS IS WK-FS-TEDENV.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TEDPEND
            RECORDING MODE IS F.
       01  REG-TEDPEND.
           05 FD-CHAVE-TEDPEND.
               10 FD-AGENCIA-TEDPEND      PIC X(4).
               10 FD-CONTA-TEDPEND        PIC 9(5).
           05 FD-DOC-TEDPEND              PIC 9(4).
           05 FD-MODALIDADE-TEDPEND       PIC X(3).
           05 FD-BANCO-DEST-TEDPEND       PIC 9(3).
           05 FD-AGENCIA-DEST-TEDPEND     PIC X(6).
           05 FD-CONTA-DEST-TEDPEND       PIC 9(10).
           05 FD-VALOR-TEDPEND            PIC 9(6)V99.
           05 FD-DATA-TEDPEND             PIC 9(8).
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
       FD   ARQ-TEDRCTRL
            RECORDING MODE IS F.
       01  REG-TEDRCTRL.
           05 FD-PROXIMA-TEDRCTRL         PIC 9(6).
       FD   ARQ-REMTED
            RECORDING MODE IS F.
       01  REG-REMTED.
           05 FD-TIPO-REMTED              PIC X.
           05 FD-DADOS-REMTED             PIC X(59).
       01  REG-REMTED-HEADER REDEFINES REG-REMTED.
           05 FILLER                      PIC X.
           05 FD-NUMERO-HEADER            PIC 9(6).
           05 FD-DATA-HEADER              PIC 9(8).
           05 FILLER                      PIC X(45).
       01  REG-REMTED-DETALHE REDEFINES REG-REMTED.
           05 FILLER                      PIC X.
           05 FD-SEQ-DETALHE              PIC 9(6).
           05 FD-MODALIDADE-DETALHE       PIC X(3).
           05 FD-BANCO-DETALHE            PIC 9(3).
           05 FD-AGENCIA-DETALHE          PIC X(6).
           05 FD-CONTA-DETALHE            PIC 9(10).
           05 FD-VALOR-DETALHE            PIC 9(8)V99.
           05 FD-AGENCIA-ORIG-DETALHE     PIC X(4).
           05 FD-CONTA-ORIG-DETALHE       PIC 9(5).
           05 FD-DOC-DETALHE              PIC 9(4).
           05 FD-DATA-DETALHE             PIC 9(8).
       01  REG-REMTED-TRAILER REDEFINES REG-REMTED.
           05 FILLER                      PIC X.
           05 FD-QTDE-TRAILER             PIC 9(6).
           05 FD-SOMA-TRAILER             PIC 9(11)V99.
           05 FILLER                      PIC X(40).
       FD   ARQ-TEDENV
            RECORDING MODE IS F.
       01  REG-TEDENV.
           05 FD-NUMERO-TEDENV            PIC 9(6).
           05 FD-SEQ-TEDENV               PIC 9(6).
           05 FD-CHAVE-TEDENV.
               10 FD-AGENCIA-TEDENV       PIC X(4).
               10 FD-CONTA-TEDENV         PIC 9(5).
           05 FD-DOC-TEDENV               PIC 9(4).
           05 FD-VALOR-TEDENV             PIC 9(6)V99.
           05 FD-DATA-TEDENV              PIC 9(8).
           05 FD-DATA-SOL-TEDENV          PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WK-FS-TEDPEND      PIC XX            VALUE SPACES.
       77  WK-FS-HISTEXT      PIC XX            VALUE SPACES.
       77  WK-FS-REJEITADOS   PIC XX            VALUE SPACES.
       77  WK-FS-TEDRCTRL     PIC XX            VALUE SPACES.
       77  WK-FS-REMTED       PIC XX            VALUE SPACES.
       77  WK-FS-TEDENV       PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-MOVIMENTO  PIC 9(8)          VALUE ZEROS.
       77  WK-NUMERO-REMESSA  PIC 9(6)          VALUE ZEROS.
       77  WK-SEQUENCIA       PIC 9(6)          VALUE ZEROS.
       77  WK-SOMA-REMESSA    PIC 9(11)V99      VALUE ZEROS.
       77  WK-QTD-PENDENTES   PIC 9(3)          VALUE ZEROS.
       77  WK-CONTADOR-RECUSADAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-NAO-LANCADAS PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-JA-ENVIADAS PIC 9(9)     VALUE ZEROS.
       01  TABELA-PENDENTES.
           03 PEN-ENTRY OCCURS 500 TIMES INDEXED BY IDX-PEN.
               05 TAB-PEN-CHAVE           PIC X(9)     VALUE SPACES.
               05 TAB-PEN-DOC             PIC 9(4)     VALUE ZEROS.
               05 TAB-PEN-MODALIDADE      PIC X(3)     VALUE SPACES.
               05 TAB-PEN-BANCO           PIC 9(3)     VALUE ZEROS.
               05 TAB-PEN-AGENCIA         PIC X(6)     VALUE SPACES.
               05 TAB-PEN-CONTA           PIC 9(10)    VALUE ZEROS.
               05 TAB-PEN-VALOR           PIC 9(6)V99  VALUE ZEROS.
               05 TAB-PEN-DATA            PIC 9(8)     VALUE ZEROS.
               05 TAB-PEN-SITUACAO        PIC X        VALUE 'N'.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71989'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > WK-QTD-PENDENTES.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           PERFORM 104-OBTER-DATA-MOVIMENTO.
           PERFORM 105-CARREGAR-TEDPEND.
           PERFORM 102-LER-TEDRCTRL.
           OPEN OUTPUT ARQ-REMTED.
           EVALUATE WK-FS-REMTED
               WHEN '00'
                   PERFORM 103-GRAVAR-HEADER
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REMTED
                           ' O COMANDO OPEN REMTED'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'REMTED'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REMTED  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN EXTEND ARQ-TEDENV.
           IF WK-FS-TEDENV EQUAL '05' OR WK-FS-TEDENV EQUAL '35'
               OPEN OUTPUT ARQ-TEDENV
           END-IF.
           IF WK-FS-TEDENV NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TEDENV
                       ' O COMANDO OPEN TEDENV'
               MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDENV'      TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDENV  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       102-LER-TEDRCTRL.
           OPEN INPUT ARQ-TEDRCTRL.
           EVALUATE WK-FS-TEDRCTRL
               WHEN '00'
                   READ ARQ-TEDRCTRL
                   IF WK-FS-TEDRCTRL EQUAL '00'
                       MOVE FD-PROXIMA-TEDRCTRL TO WK-NUMERO-REMESSA
                   END-IF
                   CLOSE ARQ-TEDRCTRL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDRCTRL
                           ' O COMANDO OPEN TEDRCTRL'
                   MOVE '102-LER-TEDRCTRL' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDRCTRL'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDRCTRL     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-NUMERO-REMESSA EQUAL ZEROS
               MOVE 1 TO WK-NUMERO-REMESSA
           END-IF.
       103-GRAVAR-HEADER.
           MOVE SPACES            TO REG-REMTED.
           MOVE '0'               TO FD-TIPO-REMTED.
           MOVE WK-NUMERO-REMESSA TO FD-NUMERO-HEADER.
           MOVE WK-DATA-MOVIMENTO TO FD-DATA-HEADER.
           PERFORM 202-GRAVAR-REMTED.
       104-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-MOVIMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       105-CARREGAR-TEDPEND.
           OPEN INPUT ARQ-TEDPEND.
           EVALUATE WK-FS-TEDPEND
               WHEN '00'
                   PERFORM 301-LER-TEDPEND
                   PERFORM 106-GUARDAR-TEDPEND
                       UNTIL WK-FS-TEDPEND = '10'
                   CLOSE ARQ-TEDPEND
               WHEN '35'
                   DISPLAY 'ARQUIVO TEDPEND NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDPEND
                           ' O COMANDO OPEN TEDPEND'
                   MOVE '105-CARREGAR-TEDPEND' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDPEND'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDPEND          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-QTD-PENDENTES NOT EQUAL ZEROS
               PERFORM 107-CONCILIAR-HISTEXT
               PERFORM 109-CONCILIAR-REJEITADOS
               PERFORM 111-CONCILIAR-TEDENV
           END-IF.
      *    O DEBITO DO CLIENTE JA PODE TER SIDO LANCADO - UMA
      *    SOLICITACAO QUE NAO COUBER NA TABELA NAO PODE FICAR FORA
      *    DA REMESSA
       106-GUARDAR-TEDPEND.
           IF WK-QTD-PENDENTES NOT < 500
               DISPLAY 'TABELA DE TRANSFERENCIAS PENDENTES CHEIA - '
                       'EXECUCAO RECUSADA'
               MOVE '106-GUARDAR-TEDPEND' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDPEND'             TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDPEND         TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTD-PENDENTES.
           SET IDX-PEN TO WK-QTD-PENDENTES.
           MOVE FD-CHAVE-TEDPEND      TO TAB-PEN-CHAVE(IDX-PEN).
           MOVE FD-DOC-TEDPEND        TO TAB-PEN-DOC(IDX-PEN).
           MOVE FD-MODALIDADE-TEDPEND TO TAB-PEN-MODALIDADE(IDX-PEN).
           MOVE FD-BANCO-DEST-TEDPEND TO TAB-PEN-BANCO(IDX-PEN).
           MOVE FD-AGENCIA-DEST-TEDPEND
                TO TAB-PEN-AGENCIA(IDX-PEN).
           MOVE FD-CONTA-DEST-TEDPEND TO TAB-PEN-CONTA(IDX-PEN).
           MOVE FD-VALOR-TEDPEND      TO TAB-PEN-VALOR(IDX-PEN).
           MOVE FD-DATA-TEDPEND       TO TAB-PEN-DATA(IDX-PEN).
           MOVE 'N'                   TO TAB-PEN-SITUACAO(IDX-PEN).
           PERFORM 301-LER-TEDPEND.
       107-CONCILIAR-HISTEXT.
           OPEN INPUT ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   PERFORM 302-LER-HISTEXT
                   PERFORM 108-MARCAR-LANCADO
                       UNTIL WK-FS-HISTEXT = '10'
                   CLOSE ARQ-HISTEXT
               WHEN '35'
                   DISPLAY 'ARQUIVO HISTEXT NAO ENCONTRADO - '
                           'NENHUM DEBITO CONFIRMADO'
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
           IF FD-TIPO-HISTEXT EQUAL 'D'
               SET IDX-PEN TO 1
               SEARCH PEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-PEN > WK-QTD-PENDENTES
                       CONTINUE
                   WHEN TAB-PEN-SITUACAO(IDX-PEN) EQUAL 'N'
                        AND TAB-PEN-CHAVE(IDX-PEN)
                            EQUAL FD-CHAVE-HISTEXT
                        AND TAB-PEN-DOC(IDX-PEN) EQUAL FD-DOC-HISTEXT
                        AND TAB-PEN-VALOR(IDX-PEN)
                            EQUAL FD-VALOR-HISTEXT
                        AND FD-DATA-HISTEXT NOT < TAB-PEN-DATA(IDX-PEN)
                       MOVE 'P' TO TAB-PEN-SITUACAO(IDX-PEN)
               END-SEARCH
           END-IF.
           PERFORM 302-LER-HISTEXT.
       109-CONCILIAR-REJEITADOS.
           OPEN INPUT ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   PERFORM 303-LER-REJEITADOS
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
           IF FD-TIPO-REJEITADOS EQUAL 'D'
               SET IDX-PEN TO 1
               SEARCH PEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-PEN > WK-QTD-PENDENTES
                       CONTINUE
                   WHEN TAB-PEN-SITUACAO(IDX-PEN) EQUAL 'N'
                        AND TAB-PEN-CHAVE(IDX-PEN)
                            EQUAL FD-CHAVE-REJEITADOS
                        AND TAB-PEN-DOC(IDX-PEN)
                            EQUAL FD-DOC-REJEITADOS
                        AND TAB-PEN-VALOR(IDX-PEN)
                            EQUAL FD-VALOR-REJEITADOS
                       MOVE 'R' TO TAB-PEN-SITUACAO(IDX-PEN)
               END-SEARCH
           END-IF.
           PERFORM 303-LER-REJEITADOS.
      *    UMA REEXECUCAO COM O MESMO TEDPEND NAO PODE MANDAR A
      *    TRANSFERENCIA DUAS VEZES AO OUTRO BANCO
       111-CONCILIAR-TEDENV.
           OPEN INPUT ARQ-TEDENV.
           EVALUATE WK-FS-TEDENV
               WHEN '00'
                   PERFORM 304-LER-TEDENV
                   PERFORM 112-MARCAR-ENVIADO
                       UNTIL WK-FS-TEDENV = '10'
                   CLOSE ARQ-TEDENV
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDENV
                           ' O COMANDO OPEN TEDENV'
                   MOVE '111-CONCILIAR-TEDENV' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDENV'               TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDENV           TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       112-MARCAR-ENVIADO.
           SET IDX-PEN TO 1.
           SEARCH PEN-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-PEN > WK-QTD-PENDENTES
                   CONTINUE
               WHEN TAB-PEN-SITUACAO(IDX-PEN) NOT EQUAL 'E'
                    AND TAB-PEN-CHAVE(IDX-PEN) EQUAL FD-CHAVE-TEDENV
                    AND TAB-PEN-DOC(IDX-PEN) EQUAL FD-DOC-TEDENV
                    AND TAB-PEN-DATA(IDX-PEN)
                        EQUAL FD-DATA-SOL-TEDENV
                   MOVE 'E' TO TAB-PEN-SITUACAO(IDX-PEN)
           END-SEARCH.
           PERFORM 304-LER-TEDENV.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE TAB-PEN-SITUACAO(IDX-PEN)
               WHEN 'P'
                   PERFORM 203-GRAVAR-DETALHE
                   PERFORM 204-GRAVAR-TEDENV
               WHEN 'E'
                   ADD 1 TO WK-CONTADOR-JA-ENVIADAS
                   DISPLAY 'TRANSFERENCIA JA ENVIADA NO TEDENV - CONTA '
                           TAB-PEN-CHAVE(IDX-PEN) ' DOC '
                           TAB-PEN-DOC(IDX-PEN) ' NAO REENVIADA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN 'R'
                   ADD 1 TO WK-CONTADOR-RECUSADAS
                   DISPLAY 'DEBITO RECUSADO NA BALANCE LINE - CONTA '
                           TAB-PEN-CHAVE(IDX-PEN) ' DOC '
                           TAB-PEN-DOC(IDX-PEN) ' NAO ENVIADA'
               WHEN OTHER
                   ADD 1 TO WK-CONTADOR-NAO-LANCADAS
                   DISPLAY 'DEBITO NAO LOCALIZADO NO HISTEXT - CONTA '
                           TAB-PEN-CHAVE(IDX-PEN) ' DOC '
                           TAB-PEN-DOC(IDX-PEN) ' NAO ENVIADA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       202-GRAVAR-REMTED.
           WRITE REG-REMTED.
           IF WK-FS-REMTED NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-REMTED
                       ' O COMANDO WRITE REMTED'
               MOVE '202-GRAVAR-REMTED' TO WK-ERRO-PARAGRAFO
               MOVE 'REMTED'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-REMTED        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       203-GRAVAR-DETALHE.
           ADD 1 TO WK-SEQUENCIA.
           MOVE SPACES                  TO REG-REMTED.
           MOVE '1'                     TO FD-TIPO-REMTED.
           MOVE WK-SEQUENCIA            TO FD-SEQ-DETALHE.
           MOVE TAB-PEN-MODALIDADE(IDX-PEN)
                TO FD-MODALIDADE-DETALHE.
           MOVE TAB-PEN-BANCO(IDX-PEN)   TO FD-BANCO-DETALHE.
           MOVE TAB-PEN-AGENCIA(IDX-PEN) TO FD-AGENCIA-DETALHE.
           MOVE TAB-PEN-CONTA(IDX-PEN)   TO FD-CONTA-DETALHE.
           MOVE TAB-PEN-VALOR(IDX-PEN)   TO FD-VALOR-DETALHE.
           MOVE TAB-PEN-CHAVE(IDX-PEN)(1:4)
                TO FD-AGENCIA-ORIG-DETALHE.
           MOVE TAB-PEN-CHAVE(IDX-PEN)(5:5)
                TO FD-CONTA-ORIG-DETALHE.
           MOVE TAB-PEN-DOC(IDX-PEN)     TO FD-DOC-DETALHE.
           MOVE TAB-PEN-DATA(IDX-PEN)    TO FD-DATA-DETALHE.
           ADD TAB-PEN-VALOR(IDX-PEN)    TO WK-SOMA-REMESSA.
           PERFORM 202-GRAVAR-REMTED.
       204-GRAVAR-TEDENV.
           MOVE WK-NUMERO-REMESSA       TO FD-NUMERO-TEDENV.
           MOVE WK-SEQUENCIA            TO FD-SEQ-TEDENV.
           MOVE TAB-PEN-CHAVE(IDX-PEN)  TO FD-CHAVE-TEDENV.
           MOVE TAB-PEN-DOC(IDX-PEN)    TO FD-DOC-TEDENV.
           MOVE TAB-PEN-VALOR(IDX-PEN)  TO FD-VALOR-TEDENV.
           MOVE WK-DATA-MOVIMENTO       TO FD-DATA-TEDENV.
           MOVE TAB-PEN-DATA(IDX-PEN)   TO FD-DATA-SOL-TEDENV.
           WRITE REG-TEDENV.
           IF WK-FS-TEDENV NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TEDENV
                       ' O COMANDO WRITE TEDENV'
               MOVE '204-GRAVAR-TEDENV' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDENV'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDENV        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *******************************************************
       300-LER SECTION.
       301-LER-TEDPEND.
           READ ARQ-TEDPEND.
           EVALUATE WK-FS-TEDPEND
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDPEND
                           ' O COMANDO READ TEDPEND'
                   MOVE '301-LER-TEDPEND' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDPEND'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDPEND     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-HISTEXT.
           READ ARQ-HISTEXT.
           EVALUATE WK-FS-HISTEXT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-HISTEXT
                           ' O COMANDO READ HISTEXT'
                   MOVE '302-LER-HISTEXT' TO WK-ERRO-PARAGRAFO
                   MOVE 'HISTEXT'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-HISTEXT     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-REJEITADOS.
           READ ARQ-REJEITADOS.
           EVALUATE WK-FS-REJEITADOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-REJEITADOS
                           ' O COMANDO READ REJEITADOS'
                   MOVE '303-LER-REJEITADOS' TO WK-ERRO-PARAGRAFO
                   MOVE 'REJEITADOS'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-REJEITADOS     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-TEDENV.
           READ ARQ-TEDENV.
           EVALUATE WK-FS-TEDENV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TEDENV
                           ' O COMANDO READ TEDENV'
                   MOVE '304-LER-TEDENV' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDENV'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDENV     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES          TO REG-REMTED.
           MOVE '9'             TO FD-TIPO-REMTED.
           MOVE WK-SEQUENCIA    TO FD-QTDE-TRAILER.
           MOVE WK-SOMA-REMESSA TO FD-SOMA-TRAILER.
           PERFORM 202-GRAVAR-REMTED.
           PERFORM 902-GRAVAR-TEDRCTRL.
           CLOSE ARQ-TEDENV.
           IF WK-FS-TEDENV NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-TEDENV
                       ' NO COMANDO CLOSE TEDENV'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDENV'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDENV    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-REMTED.
           IF WK-FS-REMTED NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-REMTED
                       ' NO COMANDO CLOSE REMTED'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'REMTED'        TO WK-ERRO-ARQUIVO
               MOVE WK-FS-REMTED    TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'REMESSA DOC/TED ' WK-NUMERO-REMESSA ' GERADA - '
                   'TRANSFERENCIAS ' WK-SEQUENCIA
                   ' SOMA ' WK-SOMA-REMESSA.
           DISPLAY 'RECUSADAS NA BALANCE LINE ' WK-CONTADOR-RECUSADAS
                   ' NAO LOCALIZADAS ' WK-CONTADOR-NAO-LANCADAS.
           DISPLAY 'JA ENVIADAS (NAO REENVIADAS) '
                   WK-CONTADOR-JA-ENVIADAS.
       902-GRAVAR-TEDRCTRL.
           OPEN OUTPUT ARQ-TEDRCTRL.
           IF WK-FS-TEDRCTRL NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-TEDRCTRL
                       ' O COMANDO OPEN TEDRCTRL'
               MOVE '902-GRAVAR-TEDRCTRL' TO WK-ERRO-PARAGRAFO
               MOVE 'TEDRCTRL'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-TEDRCTRL        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           ELSE
               COMPUTE FD-PROXIMA-TEDRCTRL = WK-NUMERO-REMESSA + 1
               WRITE REG-TEDRCTRL
               IF WK-FS-TEDRCTRL NOT EQUAL '00'
                   DISPLAY 'ERRO: ' WK-FS-TEDRCTRL
                           ' O COMANDO WRITE TEDRCTRL'
                   MOVE '902-GRAVAR-TEDRCTRL' TO WK-ERRO-PARAGRAFO
                   MOVE 'TEDRCTRL'            TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TEDRCTRL        TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE ARQ-TEDRCTRL
           END-IF.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
