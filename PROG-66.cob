       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71966 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  CRITICA DE QUALIDADE DO CADASTRO - VARRE CLIENTES E *
      *  CLIMST VALIDANDO DIGITOS DO CPF/CNPJ, UF, CEP,      *
      *  MESMO DOCUMENTO COM NOMES DIFERENTES E DOCUMENTO    *
      *  SEM VINCULO NO CLIXREF. EMITE RELATORIO DE EXCECOES *
      *  POR AGENCIA E O ARQUIVO SUGESTAO NO LAYOUT DO       *
      *  MANUTENCAO, PRE-PREENCHIDO COM OS DADOS ATUAIS,     *
      *  PARA REVISAO DAS AGENCIAS E ENTRADA NO EAD71919     *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIMST ASSIGN TO CLIMST
               FILE STATUS IS WK-FS-CLIMST.
           SELECT ARQ-CLIXREF ASSIGN TO CLIXREF
               FILE STATUS IS WK-FS-CLIXREF.
           SELECT ARQ-SUGESTAO ASSIGN TO SUGESTAO
               FILE STATUS IS WK-FS-SUGESTAO.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD   ARQ-CLIMST
            RECORDING MODE IS F.
       01  REG-CLIMST.
           05 FD-CPF-CLIMST               PIC 9(14).
           05 FD-NOME-CLIMST              PIC X(30).
       FD   ARQ-CLIXREF
            RECORDING MODE IS F.
       01  REG-CLIXREF.
           05 FD-CPF-CLIXREF              PIC 9(14).
           05 FD-TIPO-CLIXREF             PIC X.
           05 FD-CHAVE-CLIXREF            PIC X(9).
       FD   ARQ-SUGESTAO
            RECORDING MODE IS F.
       01  REG-SUGESTAO.
           05 FD-CHAVE-SUGESTAO.
               10 FD-AGENCIA-SUGESTAO     PIC X(4).
               10 FD-CONTA-SUGESTAO       PIC 9(5).
           05 FD-ACAO-SUGESTAO            PIC X.
           05 FD-NOME-SUGESTAO            PIC A(20).
           05 FD-LIMITE-SUGESTAO          PIC 9(6)V99.
           05 FD-MOEDA-SUGESTAO           PIC XX.
           05 FD-SITUACAO-SUGESTAO        PIC X.
           05 FD-ENDERECO-SUGESTAO        PIC X(30).
           05 FD-CIDADE-SUGESTAO          PIC X(20).
           05 FD-UF-SUGESTAO              PIC XX.
           05 FD-CEP-SUGESTAO             PIC 9(8).
           05 FD-TELEFONE-SUGESTAO        PIC X(11).
           05 FD-DOCUMENTO-SUGESTAO       PIC 9(14).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES     PIC XX            VALUE SPACES.
       77  WK-FS-CLIMST       PIC XX            VALUE SPACES.
       77  WK-FS-CLIXREF      PIC XX            VALUE SPACES.
       77  WK-FS-SUGESTAO     PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-QTD-CLIENTES    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-VINCULOS    PIC 9(3)          VALUE ZEROS.
       77  WK-QTD-DOCUMENTOS  PIC 9(4)          VALUE ZEROS.
       77  WK-AGENCIA-ATUAL   PIC X(4)          VALUE HIGH-VALUES.
       77  WK-NOME-TRABALHO   PIC X(20)         VALUE SPACES.
       77  WK-ORIGEM-TRABALHO PIC X             VALUE SPACE.
       77  WK-DOC-VALIDO      PIC X             VALUE 'N'.
       77  WK-DIGITOS-IGUAIS  PIC X             VALUE 'S'.
       77  WK-DOC-ACHADO      PIC X             VALUE 'N'.
       77  WK-VINCULO-ACHADO  PIC X             VALUE 'N'.
       77  WK-CPF-VINCULO     PIC 9(14)         VALUE ZEROS.
       77  WK-SUGERIR-DOC     PIC X             VALUE 'N'.
       77  WK-SUGERIR-END     PIC X             VALUE 'N'.
       77  WK-SUGERIR-NOME    PIC X             VALUE 'N'.
       77  WK-NOME-SUGERIDO   PIC X(20)         VALUE SPACES.
       77  WK-DOC-SUGERIDO    PIC 9(14)         VALUE ZEROS.
       77  WK-I               PIC 99            VALUE ZEROS.
       77  WK-J               PIC 99            VALUE ZEROS.
       77  WK-QTD-DIGITOS     PIC 99            VALUE ZEROS.
       77  WK-SOMA            PIC 9(5)          VALUE ZEROS.
       77  WK-QUOCIENTE       PIC 9(5)          VALUE ZEROS.
       77  WK-RESTO           PIC 99            VALUE ZEROS.
       77  WK-DV              PIC 99            VALUE ZEROS.
       77  WK-CONTADOR-CONTAS PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-AGENCIA PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-DOC-INVALIDO PIC 9(9)    VALUE ZEROS.
       77  WK-CONTADOR-UF     PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-CEP    PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-HOMONIMO PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-SEM-VINCULO PIC 9(9)     VALUE ZEROS.
       77  WK-CONTADOR-SUGESTOES PIC 9(9)       VALUE ZEROS.
       01  WK-DOC-TRABALHO    PIC 9(14)         VALUE ZEROS.
       01  WK-DOC-DIGITOS     REDEFINES WK-DOC-TRABALHO.
           03 WK-DIG                  PIC 9     OCCURS 14 TIMES.
       01  PESOS-CNPJ.
           03 FILLER                  PIC X(13) VALUE '6543298765432'.
       01  TABELA-PESOS-CNPJ  REDEFINES PESOS-CNPJ.
           03 PESO-CNPJ               PIC 9     OCCURS 13 TIMES.
       01  SIGLAS-UF.
           03 FILLER                  PIC X(18) VALUE
                  'ACALAPAMBACEDFESGO'.
           03 FILLER                  PIC X(18) VALUE
                  'MAMTMSMGPAPBPRPEPI'.
           03 FILLER                  PIC X(18) VALUE
                  'RJRNRSRORRSCSPSETO'.
       01  TABELA-UF          REDEFINES SIGLAS-UF.
           03 SIGLA-UF                PIC XX    OCCURS 27 TIMES
                                      INDEXED BY IDX-UF.
       01  TABELA-CLIMST.
           03 CLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-CLI.
               05 TAB-CLI-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-CLI-NOME            PIC X(30)    VALUE SPACES.
       01  TABELA-CLIXREF.
           03 XREF-ENTRY OCCURS 500 TIMES INDEXED BY IDX-XRF.
               05 TAB-XRF-CPF             PIC 9(14)    VALUE ZEROS.
               05 TAB-XRF-TIPO            PIC X        VALUE SPACE.
               05 TAB-XRF-CHAVE           PIC X(9)     VALUE SPACES.
       01  TABELA-DOCUMENTOS.
           03 DOC-ENTRY OCCURS 2000 TIMES INDEXED BY IDX-DOC.
               05 TAB-DOC-NUMERO          PIC 9(14)    VALUE ZEROS.
               05 TAB-DOC-NOME            PIC X(20)    VALUE SPACES.
               05 TAB-DOC-ORIGEM          PIC X        VALUE SPACE.
               05 TAB-DOC-CONFLITO        PIC X        VALUE 'N'.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(45) VALUE
                  'CRITICA DE QUALIDADE DO CADASTRO DE CLIENTES'.
       01  WK-LINHA-AGENCIA.
           05 FILLER              PIC X(8)  VALUE 'AGENCIA '.
           05 WK-AGE-CODIGO       PIC X(6).
       01  WK-LINHA-EXCECAO.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WK-EXC-AGENCIA      PIC X(4).
           05 FILLER              PIC X     VALUE '/'.
           05 WK-EXC-CONTA        PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXC-DOCUMENTO    PIC 9(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXC-TEXTO        PIC X(40).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71966'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTES = '10'.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           PERFORM 102-CARREGAR-CLIMST.
           PERFORM 103-CARREGAR-CLIXREF.
           PERFORM 104-CARREGAR-DOCUMENTOS.
           PERFORM 105-ABRIR-CLIENTES.
           OPEN OUTPUT ARQ-SUGESTAO.
           EVALUATE WK-FS-SUGESTAO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SUGESTAO
                           ' O COMANDO OPEN SUGESTAO'
                   MOVE '101-INICIAR'  TO WK-ERRO-PARAGRAFO
                   MOVE 'SUGESTAO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SUGESTAO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-LINHA-TITULO TO REG-RELATORIO
                   PERFORM 209-GRAVAR-RELATORIO
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'   TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       102-CARREGAR-CLIMST.
           OPEN INPUT ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   PERFORM 302-LER-CLIMST
                   PERFORM 106-GUARDAR-CLIMST
                       UNTIL WK-FS-CLIMST = '10'
                   CLOSE ARQ-CLIMST
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIMST NAO ENCONTRADO - '
                           'CRITICA APENAS DO CLIENTES'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO OPEN CLIMST'
                   MOVE '102-CARREGAR-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       106-GUARDAR-CLIMST.
           IF WK-QTD-CLIENTES NOT < 200
               DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                       FD-CPF-CLIMST ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-CLIENTES
               SET IDX-CLI TO WK-QTD-CLIENTES
               MOVE FD-CPF-CLIMST  TO TAB-CLI-CPF(IDX-CLI)
               MOVE FD-NOME-CLIMST TO TAB-CLI-NOME(IDX-CLI)
               MOVE FD-CPF-CLIMST  TO WK-DOC-TRABALHO
               MOVE FD-NOME-CLIMST TO WK-NOME-TRABALHO
               MOVE 'M'            TO WK-ORIGEM-TRABALHO
               PERFORM 108-REGISTRAR-DOCUMENTO
           END-IF.
           PERFORM 302-LER-CLIMST.
       103-CARREGAR-CLIXREF.
           OPEN INPUT ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   PERFORM 303-LER-CLIXREF
                   PERFORM 107-GUARDAR-CLIXREF
                       UNTIL WK-FS-CLIXREF = '10'
                   CLOSE ARQ-CLIXREF
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIXREF NAO ENCONTRADO - '
                           'NENHUM DOCUMENTO VINCULADO'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO OPEN CLIXREF'
                   MOVE '103-CARREGAR-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       107-GUARDAR-CLIXREF.
           IF WK-QTD-VINCULOS NOT < 500
               DISPLAY 'TABELA DE VINCULOS CHEIA - VINCULO '
                       FD-CHAVE-CLIXREF ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-VINCULOS
               SET IDX-XRF TO WK-QTD-VINCULOS
               MOVE FD-CPF-CLIXREF   TO TAB-XRF-CPF(IDX-XRF)
               MOVE FD-TIPO-CLIXREF  TO TAB-XRF-TIPO(IDX-XRF)
               MOVE FD-CHAVE-CLIXREF TO TAB-XRF-CHAVE(IDX-XRF)
           END-IF.
           PERFORM 303-LER-CLIXREF.
       104-CARREGAR-DOCUMENTOS.
           PERFORM 105-ABRIR-CLIENTES.
           PERFORM 109-GUARDAR-DOCUMENTO
               UNTIL WK-FS-CLIENTES = '10'.
           CLOSE ARQ-CLIENTES.
       105-ABRIR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 301-LER-CLIENTES
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO OPEN CLIENTES'
                   MOVE '105-ABRIR-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'           TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       109-GUARDAR-DOCUMENTO.
           MOVE FD-DOCUMENTO-CLIENTES TO WK-DOC-TRABALHO.
           MOVE FD-NOME-CLIENTES      TO WK-NOME-TRABALHO.
           MOVE 'C'                   TO WK-ORIGEM-TRABALHO.
           PERFORM 108-REGISTRAR-DOCUMENTO.
           PERFORM 301-LER-CLIENTES.
       108-REGISTRAR-DOCUMENTO.
           IF WK-DOC-TRABALHO NOT EQUAL ZEROS
               PERFORM 110-LOCALIZAR-DOCUMENTO
               IF WK-DOC-ACHADO EQUAL 'S'
                   IF TAB-DOC-NOME(IDX-DOC) NOT EQUAL WK-NOME-TRABALHO
                       MOVE 'S' TO TAB-DOC-CONFLITO(IDX-DOC)
                   END-IF
               ELSE
                   IF WK-QTD-DOCUMENTOS NOT < 2000
                       DISPLAY 'TABELA DE DOCUMENTOS CHEIA - '
                               'DOCUMENTO ' WK-DOC-TRABALHO
                               ' IGNORADO'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WK-QTD-DOCUMENTOS
                       SET IDX-DOC TO WK-QTD-DOCUMENTOS
                       MOVE WK-DOC-TRABALHO  TO TAB-DOC-NUMERO(IDX-DOC)
                       MOVE WK-NOME-TRABALHO TO TAB-DOC-NOME(IDX-DOC)
                       MOVE WK-ORIGEM-TRABALHO
                            TO TAB-DOC-ORIGEM(IDX-DOC)
                   END-IF
               END-IF
           END-IF.
       110-LOCALIZAR-DOCUMENTO.
           MOVE 'N' TO WK-DOC-ACHADO.
           IF WK-QTD-DOCUMENTOS NOT EQUAL ZEROS
               SET IDX-DOC TO 1
               SEARCH DOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-DOC > WK-QTD-DOCUMENTOS
                       CONTINUE
                   WHEN TAB-DOC-NUMERO(IDX-DOC) EQUAL WK-DOC-TRABALHO
                       MOVE 'S' TO WK-DOC-ACHADO
               END-SEARCH
           END-IF.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF FD-AGENCIA-CLIENTES NOT EQUAL WK-AGENCIA-ATUAL
               IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
                   PERFORM 208-GRAVAR-TOTAL-AGENCIA
               END-IF
               MOVE FD-AGENCIA-CLIENTES TO WK-AGENCIA-ATUAL
               MOVE FD-AGENCIA-CLIENTES TO WK-AGE-CODIGO
               MOVE WK-LINHA-AGENCIA    TO REG-RELATORIO
               PERFORM 209-GRAVAR-RELATORIO
           END-IF.
           ADD 1 TO WK-CONTADOR-CONTAS.
           MOVE 'N' TO WK-SUGERIR-DOC.
           MOVE 'N' TO WK-SUGERIR-END.
           MOVE 'N' TO WK-SUGERIR-NOME.
           MOVE FD-DOCUMENTO-CLIENTES TO WK-DOC-SUGERIDO.
           MOVE FD-AGENCIA-CLIENTES   TO WK-EXC-AGENCIA.
           MOVE FD-CONTA-CLIENTES     TO WK-EXC-CONTA.
           MOVE FD-DOCUMENTO-CLIENTES TO WK-EXC-DOCUMENTO.
           PERFORM 206-LOCALIZAR-VINCULO.
           PERFORM 202-CRITICAR-DOCUMENTO.
           PERFORM 203-CRITICAR-ENDERECO.
           IF FD-DOCUMENTO-CLIENTES NOT EQUAL ZEROS
               PERFORM 204-CRITICAR-HOMONIMO
               IF WK-VINCULO-ACHADO EQUAL 'N'
                   ADD 1 TO WK-CONTADOR-SEM-VINCULO
                   MOVE 'DOCUMENTO SEM VINCULO NO CLIXREF'
                        TO WK-EXC-TEXTO
                   PERFORM 207-GRAVAR-EXCECAO
               END-IF
           END-IF.
           PERFORM 205-GRAVAR-SUGESTOES.
           PERFORM 301-LER-CLIENTES.
       202-CRITICAR-DOCUMENTO.
           IF FD-DOCUMENTO-CLIENTES EQUAL ZEROS
               MOVE 'N' TO WK-DOC-VALIDO
               MOVE 'DOCUMENTO NAO INFORMADO' TO WK-EXC-TEXTO
           ELSE
               MOVE FD-DOCUMENTO-CLIENTES TO WK-DOC-TRABALHO
               PERFORM 210-VALIDAR-DOCUMENTO
               MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO'
                    TO WK-EXC-TEXTO
           END-IF.
           IF WK-DOC-VALIDO EQUAL 'N'
               ADD 1 TO WK-CONTADOR-DOC-INVALIDO
               PERFORM 207-GRAVAR-EXCECAO
               MOVE 'S' TO WK-SUGERIR-DOC
               IF WK-CPF-VINCULO NOT EQUAL ZEROS
                   MOVE WK-CPF-VINCULO TO WK-DOC-SUGERIDO
               END-IF
           END-IF.
       203-CRITICAR-ENDERECO.
           SET IDX-UF TO 1.
           SEARCH SIGLA-UF
               AT END
                   ADD 1 TO WK-CONTADOR-UF
                   MOVE 'UF INVALIDA' TO WK-EXC-TEXTO
                   PERFORM 207-GRAVAR-EXCECAO
                   MOVE 'S' TO WK-SUGERIR-END
               WHEN SIGLA-UF(IDX-UF) EQUAL FD-UF-CLIENTES
                   CONTINUE
           END-SEARCH.
           IF FD-CEP-CLIENTES NOT NUMERIC
               OR FD-CEP-CLIENTES < 01001000
               ADD 1 TO WK-CONTADOR-CEP
               MOVE 'CEP ZERADO OU MALFORMADO' TO WK-EXC-TEXTO
               PERFORM 207-GRAVAR-EXCECAO
               MOVE 'S' TO WK-SUGERIR-END
           END-IF.
       204-CRITICAR-HOMONIMO.
           MOVE FD-DOCUMENTO-CLIENTES TO WK-DOC-TRABALHO.
           PERFORM 110-LOCALIZAR-DOCUMENTO.
           IF WK-DOC-ACHADO EQUAL 'S'
               IF TAB-DOC-CONFLITO(IDX-DOC) EQUAL 'S'
                   ADD 1 TO WK-CONTADOR-HOMONIMO
                   MOVE 'MESMO DOCUMENTO COM NOMES DIFERENTES'
                        TO WK-EXC-TEXTO
                   PERFORM 207-GRAVAR-EXCECAO
                   IF TAB-DOC-ORIGEM(IDX-DOC) EQUAL 'M'
                       AND TAB-DOC-NOME(IDX-DOC)
                           NOT EQUAL FD-NOME-CLIENTES
                       MOVE 'S' TO WK-SUGERIR-NOME
                       MOVE TAB-DOC-NOME(IDX-DOC) TO WK-NOME-SUGERIDO
                   END-IF
               END-IF
           END-IF.
       205-GRAVAR-SUGESTOES.
           IF WK-SUGERIR-DOC EQUAL 'S'
               PERFORM 211-MONTAR-SUGESTAO
               MOVE 'C'             TO FD-ACAO-SUGESTAO
               MOVE WK-DOC-SUGERIDO TO FD-DOCUMENTO-SUGESTAO
               PERFORM 212-GRAVAR-SUGESTAO
           END-IF.
           IF WK-SUGERIR-END EQUAL 'S'
               PERFORM 211-MONTAR-SUGESTAO
               MOVE 'D'             TO FD-ACAO-SUGESTAO
               PERFORM 212-GRAVAR-SUGESTAO
           END-IF.
           IF WK-SUGERIR-NOME EQUAL 'S'
               PERFORM 211-MONTAR-SUGESTAO
               MOVE 'N'              TO FD-ACAO-SUGESTAO
               MOVE WK-NOME-SUGERIDO TO FD-NOME-SUGESTAO
               PERFORM 212-GRAVAR-SUGESTAO
           END-IF.
       206-LOCALIZAR-VINCULO.
           MOVE 'N'   TO WK-VINCULO-ACHADO.
           MOVE ZEROS TO WK-CPF-VINCULO.
           IF WK-QTD-VINCULOS NOT EQUAL ZEROS
               SET IDX-XRF TO 1
               SEARCH XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-XRF > WK-QTD-VINCULOS
                       CONTINUE
                   WHEN TAB-XRF-TIPO(IDX-XRF) EQUAL 'C'
                        AND TAB-XRF-CHAVE(IDX-XRF)
                            EQUAL FD-CHAVE-CLIENTES
                       MOVE TAB-XRF-CPF(IDX-XRF) TO WK-CPF-VINCULO
                       IF TAB-XRF-CPF(IDX-XRF)
                          EQUAL FD-DOCUMENTO-CLIENTES
                           MOVE 'S' TO WK-VINCULO-ACHADO
                       END-IF
               END-SEARCH
           END-IF.
       207-GRAVAR-EXCECAO.
           ADD 1 TO WK-CONTADOR-AGENCIA.
           MOVE WK-LINHA-EXCECAO TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
       208-GRAVAR-TOTAL-AGENCIA.
           MOVE 'EXCECOES NA AGENCIA      = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-AGENCIA           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE ZEROS TO WK-CONTADOR-AGENCIA.
       209-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-RELATORIO
                       ' O COMANDO WRITE RELATORIO'
               MOVE '209-GRAVAR-RELATORIO' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       210-VALIDAR-DOCUMENTO.
           MOVE 'N' TO WK-DOC-VALIDO.
           IF WK-DOC-TRABALHO < 100000000000
               PERFORM 213-VALIDAR-CPF
           END-IF.
           IF WK-DOC-VALIDO EQUAL 'N'
               PERFORM 214-VALIDAR-CNPJ
           END-IF.
       211-MONTAR-SUGESTAO.
           MOVE FD-CHAVE-CLIENTES     TO FD-CHAVE-SUGESTAO.
           MOVE FD-NOME-CLIENTES      TO FD-NOME-SUGESTAO.
           MOVE FD-LIMITE-CLIENTES    TO FD-LIMITE-SUGESTAO.
           MOVE FD-MOEDA-CLIENTES     TO FD-MOEDA-SUGESTAO.
           MOVE FD-SITUACAO-CLIENTES  TO FD-SITUACAO-SUGESTAO.
           MOVE FD-ENDERECO-CLIENTES  TO FD-ENDERECO-SUGESTAO.
           MOVE FD-CIDADE-CLIENTES    TO FD-CIDADE-SUGESTAO.
           MOVE FD-UF-CLIENTES        TO FD-UF-SUGESTAO.
           MOVE FD-CEP-CLIENTES       TO FD-CEP-SUGESTAO.
           MOVE FD-TELEFONE-CLIENTES  TO FD-TELEFONE-SUGESTAO.
           MOVE FD-DOCUMENTO-CLIENTES TO FD-DOCUMENTO-SUGESTAO.
       212-GRAVAR-SUGESTAO.
           WRITE REG-SUGESTAO.
           IF WK-FS-SUGESTAO NOT EQUAL '00'
               DISPLAY 'ERRO: ' WK-FS-SUGESTAO
                       ' O COMANDO WRITE SUGESTAO'
               MOVE '212-GRAVAR-SUGESTAO' TO WK-ERRO-PARAGRAFO
               MOVE 'SUGESTAO'            TO WK-ERRO-ARQUIVO
               MOVE WK-FS-SUGESTAO        TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-CONTADOR-SUGESTOES.
      *
      *  CPF - 11 ULTIMAS POSICOES; PESOS 10..2 E 11..2, MODULO 11
      *
       213-VALIDAR-CPF.
           MOVE 'S' TO WK-DIGITOS-IGUAIS.
           PERFORM 215-COMPARAR-DIGITO
               VARYING WK-I FROM 5 BY 1 UNTIL WK-I > 14.
           IF WK-DIGITOS-IGUAIS EQUAL 'N'
               MOVE 9 TO WK-QTD-DIGITOS
               PERFORM 216-CALCULAR-DV-CPF
               IF WK-DV EQUAL WK-DIG(13)
                   MOVE 10 TO WK-QTD-DIGITOS
                   PERFORM 216-CALCULAR-DV-CPF
                   IF WK-DV EQUAL WK-DIG(14)
                       MOVE 'S' TO WK-DOC-VALIDO
                   END-IF
               END-IF
           END-IF.
      *
      *  CNPJ - 14 POSICOES; PESOS 5..2,9..2 E 6..2,9..2, MODULO 11
      *
       214-VALIDAR-CNPJ.
           MOVE 12 TO WK-QTD-DIGITOS.
           PERFORM 218-CALCULAR-DV-CNPJ.
           IF WK-DV EQUAL WK-DIG(13)
               MOVE 13 TO WK-QTD-DIGITOS
               PERFORM 218-CALCULAR-DV-CNPJ
               IF WK-DV EQUAL WK-DIG(14)
                   MOVE 'S' TO WK-DOC-VALIDO
               END-IF
           END-IF.
       215-COMPARAR-DIGITO.
           IF WK-DIG(WK-I) NOT EQUAL WK-DIG(4)
               MOVE 'N' TO WK-DIGITOS-IGUAIS
           END-IF.
       216-CALCULAR-DV-CPF.
           MOVE ZEROS TO WK-SOMA.
           PERFORM 217-SOMAR-CPF
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-QTD-DIGITOS.
           PERFORM 220-CALCULAR-RESTO.
       217-SOMAR-CPF.
           COMPUTE WK-J = WK-I + 3.
           COMPUTE WK-SOMA = WK-SOMA
                   + WK-DIG(WK-J) * (WK-QTD-DIGITOS + 2 - WK-I).
       218-CALCULAR-DV-CNPJ.
           MOVE ZEROS TO WK-SOMA.
           PERFORM 219-SOMAR-CNPJ
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-QTD-DIGITOS.
           PERFORM 220-CALCULAR-RESTO.
       219-SOMAR-CNPJ.
           COMPUTE WK-J = WK-I + 13 - WK-QTD-DIGITOS.
           COMPUTE WK-SOMA = WK-SOMA
                   + WK-DIG(WK-I) * PESO-CNPJ(WK-J).
       220-CALCULAR-RESTO.
           DIVIDE WK-SOMA BY 11 GIVING WK-QUOCIENTE
                  REMAINDER WK-RESTO.
           IF WK-RESTO < 2
               MOVE ZEROS TO WK-DV
           ELSE
               COMPUTE WK-DV = 11 - WK-RESTO
           END-IF.
       221-CRITICAR-CLIMST.
           MOVE TAB-CLI-CPF(IDX-CLI) TO WK-DOC-TRABALHO.
           MOVE TAB-CLI-CPF(IDX-CLI) TO WK-EXC-DOCUMENTO.
           IF WK-DOC-TRABALHO EQUAL ZEROS
               MOVE 'N' TO WK-DOC-VALIDO
           ELSE
               PERFORM 210-VALIDAR-DOCUMENTO
           END-IF.
           IF WK-DOC-VALIDO EQUAL 'N'
               ADD 1 TO WK-CONTADOR-DOC-INVALIDO
               MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO'
                    TO WK-EXC-TEXTO
               PERFORM 207-GRAVAR-EXCECAO
           END-IF.
           PERFORM 110-LOCALIZAR-DOCUMENTO.
           IF WK-DOC-ACHADO EQUAL 'S'
               IF TAB-DOC-CONFLITO(IDX-DOC) EQUAL 'S'
                   ADD 1 TO WK-CONTADOR-HOMONIMO
                   MOVE 'MESMO DOCUMENTO COM NOMES DIFERENTES'
                        TO WK-EXC-TEXTO
                   PERFORM 207-GRAVAR-EXCECAO
               END-IF
           END-IF.
           MOVE 'N' TO WK-VINCULO-ACHADO.
           IF WK-QTD-VINCULOS NOT EQUAL ZEROS
               SET IDX-XRF TO 1
               SEARCH XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-XRF > WK-QTD-VINCULOS
                       CONTINUE
                   WHEN TAB-XRF-CPF(IDX-XRF) EQUAL WK-DOC-TRABALHO
                       MOVE 'S' TO WK-VINCULO-ACHADO
               END-SEARCH
           END-IF.
           IF WK-VINCULO-ACHADO EQUAL 'N'
               ADD 1 TO WK-CONTADOR-SEM-VINCULO
               MOVE 'CLIENTE SEM VINCULO NO CLIXREF' TO WK-EXC-TEXTO
               PERFORM 207-GRAVAR-EXCECAO
           END-IF.
      *******************************************************
       300-LER SECTION.
       301-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIENTES
                           ' O COMANDO READ CLIENTES'
                   MOVE '301-LER-CLIENTES' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIENTES'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIENTES     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-CLIMST.
           READ ARQ-CLIMST.
           EVALUATE WK-FS-CLIMST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIMST
                           ' O COMANDO READ CLIMST'
                   MOVE '302-LER-CLIMST' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIMST'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIMST     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-CLIXREF.
           READ ARQ-CLIXREF.
           EVALUATE WK-FS-CLIXREF
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-CLIXREF
                           ' O COMANDO READ CLIXREF'
                   MOVE '303-LER-CLIXREF' TO WK-ERRO-PARAGRAFO
                   MOVE 'CLIXREF'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-CLIXREF     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-AGENCIA-ATUAL NOT EQUAL HIGH-VALUES
               PERFORM 208-GRAVAR-TOTAL-AGENCIA
           END-IF.
           IF WK-QTD-CLIENTES NOT EQUAL ZEROS
               MOVE 'CLIMST'         TO WK-AGE-CODIGO
               MOVE WK-LINHA-AGENCIA TO REG-RELATORIO
               PERFORM 209-GRAVAR-RELATORIO
               MOVE SPACES TO WK-EXC-AGENCIA
               MOVE ZEROS  TO WK-EXC-CONTA
               PERFORM 221-CRITICAR-CLIMST
                   VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > WK-QTD-CLIENTES
               PERFORM 208-GRAVAR-TOTAL-AGENCIA
           END-IF.
           MOVE 'CONTAS CRITICADAS        = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CONTAS            TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'CPF/CNPJ INVALIDO        = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-DOC-INVALIDO      TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'UF INVALIDA              = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-UF                TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'CEP ZERADO OU MALFORMADO = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CEP               TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'DOCUMENTO COM NOMES DIF. = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-HOMONIMO          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'SEM VINCULO NO CLIXREF   = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-VINCULO       TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           MOVE 'SUGESTOES DE MANUTENCAO  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SUGESTOES         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS               TO REG-RELATORIO.
           PERFORM 209-GRAVAR-RELATORIO.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-SUGESTAO.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-SUGESTAO NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-SUGESTAO
                       ' NO COMANDO CLOSE SUGESTAO'
               DISPLAY 'ERRO AO SALVAR ARQUIVO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'SUGESTAO'      TO WK-ERRO-ARQUIVO
               MOVE WK-FS-SUGESTAO  TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'CRITICA DO CADASTRO CONCLUIDA - CONTAS '
                   WK-CONTADOR-CONTAS ' SUGESTOES '
                   WK-CONTADOR-SUGESTOES.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
