       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71985 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  COMPARACAO CAMPO A CAMPO DE DUAS VERSOES DE UM      *
      *  MESTRE APOS REPROCESSAMENTO, RESTART OU OVERRIDE -  *
      *  CLIENTES ANTERIOR (CLIANTER) CONTRA O NOVO          *
      *  (CLIATUAL, EX.: O CLIENTEN) OU EMPMST ANTERIOR      *
      *  (EMPANTER) CONTRA O NOVO (EMPATUAL). CASA AS DUAS   *
      *  VERSOES PELA CHAVE E LISTA AS CHAVES INCLUIDAS E    *
      *  EXCLUIDAS E CADA CAMPO ALTERADO COM O VALOR ANTIGO  *
      *  E O NOVO, COM TOTAIS DA DIFERENCA DE SALDO (DIVIDA  *
      *  NO EMPMST) POR AGENCIA. O ARQUIVO OPCIONAL TOLERAN  *
      *  SUPRIME AS DIFERENCAS ESPERADAS POR CAMPO, POR      *
      *  CHAVE E ATE UM LIMITE DE VALOR                      *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIANTER ASSIGN TO CLIANTER
               FILE STATUS IS WK-FS-CLIANTER.
           SELECT ARQ-CLIATUAL ASSIGN TO CLIATUAL
               FILE STATUS IS WK-FS-CLIATUAL.
           SELECT ARQ-EMPANTER ASSIGN TO EMPANTER
               FILE STATUS IS WK-FS-EMPANTER.
           SELECT ARQ-EMPATUAL ASSIGN TO EMPATUAL
               FILE STATUS IS WK-FS-EMPATUAL.
           SELECT ARQ-TOLERAN ASSIGN TO TOLERAN
               FILE STATUS IS WK-FS-TOLERAN.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIANTER
            RECORDING MODE IS F.
       01  REG-CLIANTER                   PIC X(133).
       FD   ARQ-CLIATUAL
            RECORDING MODE IS F.
       01  REG-CLIATUAL                   PIC X(133).
       FD   ARQ-EMPANTER
            RECORDING MODE IS F.
       01  REG-EMPANTER                   PIC X(72).
       FD   ARQ-EMPATUAL
            RECORDING MODE IS F.
       01  REG-EMPATUAL                   PIC X(72).
       FD   ARQ-TOLERAN
            RECORDING MODE IS F.
       01  REG-TOLERAN.
           05 FD-MESTRE-TOLERAN           PIC X(8).
           05 FD-CAMPO-TOLERAN            PIC X(12).
           05 FD-CHAVE-TOLERAN            PIC X(12).
           05 FD-LIMITE-TOLERAN           PIC 9(7)V99.
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIANTER     PIC XX            VALUE SPACES.
       77  WK-FS-CLIATUAL     PIC XX            VALUE SPACES.
       77  WK-FS-EMPANTER     PIC XX            VALUE SPACES.
       77  WK-FS-EMPATUAL     PIC XX            VALUE SPACES.
       77  WK-FS-TOLERAN      PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-FS-MESTRE       PIC XX            VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-DATA-PROCESSAMENTO PIC 9(8)       VALUE ZEROS.
       01  WK-DATAMOV-COM.
           05 WK-FUNCAO-DATAMOV   PIC X     VALUE SPACE.
           05 WK-DATA-DATAMOV     PIC 9(8)  VALUE ZEROS.
           05 WK-RC-DATAMOV       PIC 99    VALUE ZEROS.
       77  WK-PARM-MESTRE     PIC X(8)          VALUE SPACES.
       77  WK-TAM-CHAVE       PIC 99            VALUE ZEROS.
       77  WK-IDX-CONTROLE    PIC 99            VALUE ZEROS.
       77  WK-REG-ANTERIOR    PIC X(133)        VALUE SPACES.
       77  WK-REG-ATUAL       PIC X(133)        VALUE SPACES.
       77  WK-CHAVE-ANTERIOR  PIC X(12)         VALUE LOW-VALUES.
       77  WK-CHAVE-ATUAL     PIC X(12)         VALUE LOW-VALUES.
       77  WK-CHAVE-ANT-PREVIA PIC X(12)        VALUE LOW-VALUES.
       77  WK-CHAVE-ATU-PREVIA PIC X(12)        VALUE LOW-VALUES.
       77  WK-AGENCIA-REGISTRO PIC X(4)         VALUE SPACES.
       77  WK-AGENCIA-QUEBRA  PIC X(4)          VALUE SPACES.
       77  WK-CHAVE-ALTERADA  PIC X             VALUE 'N'.
       77  WK-SUPRIMIDA       PIC X             VALUE 'N'.
       77  WK-VALORES-OK      PIC X             VALUE 'N'.
       77  WK-VALOR-OK        PIC X             VALUE 'N'.
       01  WK-NUM-TXT         PIC X(15) JUSTIFIED RIGHT VALUE SPACES.
       01  WK-NUM-VAL REDEFINES WK-NUM-TXT
                              PIC S9(15).
       77  WK-VALOR-CONV      PIC S9(13)V99     VALUE ZEROS.
       77  WK-VALOR-ANTERIOR  PIC S9(13)V99     VALUE ZEROS.
       77  WK-VALOR-ATUAL     PIC S9(13)V99     VALUE ZEROS.
       77  WK-DIFERENCA       PIC S9(13)V99     VALUE ZEROS.
       77  WK-DIFERENCA-ABS   PIC 9(13)V99      VALUE ZEROS.
       77  WK-VALOR-EDITADO   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WK-QTD-TOLERANCIA  PIC 9(3)          VALUE ZEROS.
       77  WK-CONTADOR-ANTERIOR PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-ATUAL  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-INCLUIDAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-EXCLUIDAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-ALTERADAS PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-CAMPOS PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-TOLERADAS PIC 9(9)       VALUE ZEROS.
       77  WK-AGE-ANTERIOR    PIC S9(13)V99     VALUE ZEROS.
       77  WK-AGE-ATUAL       PIC S9(13)V99     VALUE ZEROS.
       77  WK-GER-ANTERIOR    PIC S9(13)V99     VALUE ZEROS.
       77  WK-GER-ATUAL       PIC S9(13)V99     VALUE ZEROS.
       77  WK-RC-SALVO        PIC 9(4)          VALUE ZEROS.
      *
      *    CAMPOS COMPARADOS - MESTRE, NOME, POSICAO, TAMANHO E
      *    TIPO (A = ALFANUMERICO, V = VALOR COM 2 DECIMAIS,
      *    C = VALOR DE CONTROLE TOTALIZADO POR AGENCIA)
      *
       01  TABELA-CAMPOS-VALORES.
           05 FILLER PIC X(27) VALUE 'CLIENTESNOME        010020A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESSALDO       030008C'.
           05 FILLER PIC X(27) VALUE 'CLIENTESLIMITE      038008V'.
           05 FILLER PIC X(27) VALUE 'CLIENTESMOEDA       046002A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESSITUACAO    048001A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESENDERECO    049030A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESCIDADE      079020A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESUF          099002A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESCEP         101008A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESTELEFONE    109011A'.
           05 FILLER PIC X(27) VALUE 'CLIENTESDOCUMENTO   120014A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  DIVIDA      013009C'.
           05 FILLER PIC X(27) VALUE 'EMPMST  PRESTACAO   022007V'.
           05 FILLER PIC X(27) VALUE 'EMPMST  TAXA        029003V'.
           05 FILLER PIC X(27) VALUE 'EMPMST  DATA-INICIO 032008A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  PRAZO       040003A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  METODO      043001A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  INDEXADOR   044004A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  SPREAD      048003V'.
           05 FILLER PIC X(27) VALUE 'EMPMST  PERIODO-REAJ051002A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  DATA-REAJ   053008A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  CET-MES     061006A'.
           05 FILLER PIC X(27) VALUE 'EMPMST  CET-ANO     067006V'.
       01  TABELA-CAMPOS REDEFINES TABELA-CAMPOS-VALORES.
           03 CMP-ENTRY OCCURS 23 TIMES INDEXED BY IDX-CMP.
               05 TAB-CMP-MESTRE          PIC X(8).
               05 TAB-CMP-NOME            PIC X(12).
               05 TAB-CMP-POSICAO         PIC 9(3).
               05 TAB-CMP-TAMANHO         PIC 9(3).
               05 TAB-CMP-TIPO            PIC X.
       01  TABELA-TOLERANCIA.
           03 TOL-ENTRY OCCURS 100 TIMES INDEXED BY IDX-TOL.
               05 TAB-TOL-CAMPO           PIC X(12) VALUE SPACES.
               05 TAB-TOL-CHAVE           PIC X(12) VALUE SPACES.
               05 TAB-TOL-LIMITE          PIC 9(7)V99 VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(29) VALUE
                  'COMPARACAO DE VERSOES MESTRE '.
           05 WK-TIT-MESTRE       PIC X(8).
           05 FILLER              PIC X(13) VALUE ' - MOVIMENTO '.
           05 WK-TIT-DATA         PIC 9(8).
       01  WK-LINHA-DIFERENCA.
           05 WK-DIF-SITUACAO     PIC X(9).
           05 WK-DIF-CHAVE        PIC X(12).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-DIF-CAMPO        PIC X(12).
           05 WK-DIF-ROTULO       PIC X(6).
           05 WK-DIF-VALOR        PIC X(30).
       01  WK-LINHA-AGENCIA.
           05 WK-AGE-ROTULO       PIC X(8)  VALUE 'AGENCIA '.
           05 WK-AGE-AGENCIA      PIC X(4).
           05 FILLER              PIC X(7)  VALUE ' ANTES '.
           05 WK-AGE-ANTES        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(8)  VALUE ' DEPOIS '.
           05 WK-AGE-DEPOIS       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(5)  VALUE ' DIF '.
           05 WK-AGE-DIFERENCA    PIC -ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(30).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA             PIC X(8)  VALUE 'EAD71985'.
           05 WK-JOR-EVENTO               PIC X     VALUE SPACE.
           05 WK-JOR-RC                   PIC 9(4)  VALUE ZEROS.
           05 WK-JOR-ARQUIVO              PIC X(12) VALUE SPACES.
           05 WK-JOR-LIDOS                PIC 9(9)  VALUE ZEROS.
           05 WK-JOR-GRAVADOS             PIC 9(9)  VALUE ZEROS.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71985'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-COMPARAR
               UNTIL WK-CHAVE-ANTERIOR = HIGH-VALUES
               AND WK-CHAVE-ATUAL = HIGH-VALUES.
           PERFORM 901-FINALIZAR.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           MOVE 'I'    TO WK-JOR-EVENTO.
           MOVE SPACES TO WK-JOR-ARQUIVO.
           PERFORM 908-GRAVAR-JORNAL.
           PERFORM 102-OBTER-DATA-MOVIMENTO.
           DISPLAY 'MESTRE A COMPARAR (CLIENTES EMPMST): '.
           ACCEPT WK-PARM-MESTRE FROM SYSIN.
           EVALUATE WK-PARM-MESTRE
               WHEN 'CLIENTES'
                   MOVE 9  TO WK-TAM-CHAVE
               WHEN 'EMPMST'
                   MOVE 12 TO WK-TAM-CHAVE
               WHEN OTHER
                   DISPLAY 'MESTRE INVALIDO: ' WK-PARM-MESTRE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 910-GRAVAR-JORNAL-FIM
                   STOP RUN
           END-EVALUATE.
           PERFORM 103-LOCALIZAR-CONTROLE
               VARYING IDX-CMP FROM 1 BY 1
               UNTIL IDX-CMP > 23.
           PERFORM 104-CARREGAR-TOLERAN.
           PERFORM 107-ABRIR-MESTRES.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-RELATORIO
                           ' O COMANDO OPEN RELATORIO'
                   MOVE '101-INICIAR'   TO WK-ERRO-PARAGRAFO
                   MOVE 'RELATORIO'     TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WK-PARM-MESTRE        TO WK-TIT-MESTRE.
           MOVE WK-DATA-PROCESSAMENTO TO WK-TIT-DATA.
           MOVE WK-LINHA-TITULO       TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 906-ERRO-RELATORIO
           END-IF.
           PERFORM 301-LER-ANTERIOR.
           PERFORM 302-LER-ATUAL.
       102-OBTER-DATA-MOVIMENTO.
           MOVE 'L' TO WK-FUNCAO-DATAMOV.
           CALL 'EAD71953' USING WK-DATAMOV-COM.
           IF WK-RC-DATAMOV EQUAL ZEROS
               MOVE WK-DATA-DATAMOV TO WK-DATA-PROCESSAMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO INDISPONIVEL - USANDO A '
                       'DATA DO SISTEMA'
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8)
                    TO WK-DATA-PROCESSAMENTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       103-LOCALIZAR-CONTROLE.
           IF TAB-CMP-MESTRE(IDX-CMP) EQUAL WK-PARM-MESTRE
               AND TAB-CMP-TIPO(IDX-CMP) EQUAL 'C'
               SET WK-IDX-CONTROLE TO IDX-CMP
           END-IF.
      *
      *    TOLERAN E OPCIONAL - SEM ELE TODA DIFERENCA E LISTADA
      *
       104-CARREGAR-TOLERAN.
           OPEN INPUT ARQ-TOLERAN.
           EVALUATE WK-FS-TOLERAN
               WHEN '00'
                   PERFORM 303-LER-TOLERAN
                   PERFORM 105-GUARDAR-TOLERAN
                       UNTIL WK-FS-TOLERAN = '10'
                   CLOSE ARQ-TOLERAN
               WHEN '35'
                   DISPLAY 'ARQUIVO TOLERAN NAO ENCONTRADO - '
                           'NENHUMA DIFERENCA SUPRIMIDA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TOLERAN
                           ' O COMANDO OPEN TOLERAN'
                   MOVE '104-CARREGAR-TOLERAN' TO WK-ERRO-PARAGRAFO
                   MOVE 'TOLERAN'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TOLERAN          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-TOLERAN.
           IF FD-MESTRE-TOLERAN EQUAL WK-PARM-MESTRE
               SET IDX-CMP TO 1
               SEARCH CMP-ENTRY
                   AT END
                       DISPLAY 'TOLERAN - CAMPO DESCONHECIDO: '
                               FD-CAMPO-TOLERAN
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   WHEN TAB-CMP-MESTRE(IDX-CMP) EQUAL WK-PARM-MESTRE
                        AND TAB-CMP-NOME(IDX-CMP)
                            EQUAL FD-CAMPO-TOLERAN
                       PERFORM 106-INCLUIR-TOLERANCIA
               END-SEARCH
           END-IF.
           PERFORM 303-LER-TOLERAN.
       106-INCLUIR-TOLERANCIA.
           IF WK-QTD-TOLERANCIA NOT < 100
               DISPLAY 'TABELA DE TOLERANCIAS CHEIA - IGNORADA: '
                       FD-CAMPO-TOLERAN ' ' FD-CHAVE-TOLERAN
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-TOLERANCIA
               SET IDX-TOL TO WK-QTD-TOLERANCIA
               MOVE FD-CAMPO-TOLERAN  TO TAB-TOL-CAMPO(IDX-TOL)
               MOVE FD-CHAVE-TOLERAN  TO TAB-TOL-CHAVE(IDX-TOL)
               IF FD-LIMITE-TOLERAN IS NUMERIC
                   MOVE FD-LIMITE-TOLERAN TO TAB-TOL-LIMITE(IDX-TOL)
               ELSE
                   MOVE ZEROS TO TAB-TOL-LIMITE(IDX-TOL)
               END-IF
           END-IF.
       107-ABRIR-MESTRES.
           IF WK-PARM-MESTRE EQUAL 'CLIENTES'
               OPEN INPUT ARQ-CLIANTER
               MOVE WK-FS-CLIANTER TO WK-FS-MESTRE
               MOVE 'CLIANTER'     TO WK-ERRO-ARQUIVO
           ELSE
               OPEN INPUT ARQ-EMPANTER
               MOVE WK-FS-EMPANTER TO WK-FS-MESTRE
               MOVE 'EMPANTER'     TO WK-ERRO-ARQUIVO
           END-IF.
           PERFORM 108-TESTAR-ABERTURA.
           IF WK-PARM-MESTRE EQUAL 'CLIENTES'
               OPEN INPUT ARQ-CLIATUAL
               MOVE WK-FS-CLIATUAL TO WK-FS-MESTRE
               MOVE 'CLIATUAL'     TO WK-ERRO-ARQUIVO
           ELSE
               OPEN INPUT ARQ-EMPATUAL
               MOVE WK-FS-EMPATUAL TO WK-FS-MESTRE
               MOVE 'EMPATUAL'     TO WK-ERRO-ARQUIVO
           END-IF.
           PERFORM 108-TESTAR-ABERTURA.
       108-TESTAR-ABERTURA.
           EVALUATE WK-FS-MESTRE
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO ' WK-ERRO-ARQUIVO
                           ' NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 910-GRAVAR-JORNAL-FIM
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-MESTRE
                           ' O COMANDO OPEN ' WK-ERRO-ARQUIVO
                   MOVE '108-TESTAR-ABERTURA' TO WK-ERRO-PARAGRAFO
                   MOVE WK-FS-MESTRE          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       200-COMPARAR SECTION.
       201-COMPARAR.
           IF WK-CHAVE-ANTERIOR < WK-CHAVE-ATUAL
               MOVE WK-CHAVE-ANTERIOR(1:4) TO WK-AGENCIA-REGISTRO
           ELSE
               MOVE WK-CHAVE-ATUAL(1:4)    TO WK-AGENCIA-REGISTRO
           END-IF.
           IF WK-AGENCIA-REGISTRO NOT EQUAL WK-AGENCIA-QUEBRA
               IF WK-AGENCIA-QUEBRA NOT EQUAL SPACES
                   PERFORM 210-TOTALIZAR-AGENCIA
               END-IF
               MOVE WK-AGENCIA-REGISTRO TO WK-AGENCIA-QUEBRA
           END-IF.
           EVALUATE TRUE
               WHEN WK-CHAVE-ANTERIOR < WK-CHAVE-ATUAL
                   PERFORM 202-CHAVE-EXCLUIDA
                   PERFORM 301-LER-ANTERIOR
               WHEN WK-CHAVE-ANTERIOR > WK-CHAVE-ATUAL
                   PERFORM 203-CHAVE-INCLUIDA
                   PERFORM 302-LER-ATUAL
               WHEN OTHER
                   PERFORM 204-COMPARAR-CHAVE
                   PERFORM 301-LER-ANTERIOR
                   PERFORM 302-LER-ATUAL
           END-EVALUATE.
       202-CHAVE-EXCLUIDA.
           ADD 1 TO WK-CONTADOR-EXCLUIDAS.
           SET IDX-CMP TO WK-IDX-CONTROLE.
           MOVE WK-REG-ANTERIOR(TAB-CMP-POSICAO(IDX-CMP):
                                TAB-CMP-TAMANHO(IDX-CMP))
                TO WK-NUM-TXT.
           PERFORM 207-CONVERTER-VALOR.
           ADD WK-VALOR-CONV TO WK-AGE-ANTERIOR.
           MOVE WK-VALOR-CONV        TO WK-VALOR-EDITADO.
           MOVE 'EXCLUIDA '          TO WK-DIF-SITUACAO.
           MOVE WK-CHAVE-ANTERIOR    TO WK-DIF-CHAVE.
           MOVE TAB-CMP-NOME(IDX-CMP) TO WK-DIF-CAMPO.
           MOVE ' ERA  '             TO WK-DIF-ROTULO.
           MOVE WK-VALOR-EDITADO     TO WK-DIF-VALOR.
           MOVE WK-LINHA-DIFERENCA   TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
       203-CHAVE-INCLUIDA.
           ADD 1 TO WK-CONTADOR-INCLUIDAS.
           SET IDX-CMP TO WK-IDX-CONTROLE.
           MOVE WK-REG-ATUAL(TAB-CMP-POSICAO(IDX-CMP):
                             TAB-CMP-TAMANHO(IDX-CMP))
                TO WK-NUM-TXT.
           PERFORM 207-CONVERTER-VALOR.
           ADD WK-VALOR-CONV TO WK-AGE-ATUAL.
           MOVE WK-VALOR-CONV        TO WK-VALOR-EDITADO.
           MOVE 'INCLUIDA '          TO WK-DIF-SITUACAO.
           MOVE WK-CHAVE-ATUAL       TO WK-DIF-CHAVE.
           MOVE TAB-CMP-NOME(IDX-CMP) TO WK-DIF-CAMPO.
           MOVE ' FICOU'             TO WK-DIF-ROTULO.
           MOVE WK-VALOR-EDITADO     TO WK-DIF-VALOR.
           MOVE WK-LINHA-DIFERENCA   TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
       204-COMPARAR-CHAVE.
           SET IDX-CMP TO WK-IDX-CONTROLE.
           MOVE WK-REG-ANTERIOR(TAB-CMP-POSICAO(IDX-CMP):
                                TAB-CMP-TAMANHO(IDX-CMP))
                TO WK-NUM-TXT.
           PERFORM 207-CONVERTER-VALOR.
           ADD WK-VALOR-CONV TO WK-AGE-ANTERIOR.
           MOVE WK-REG-ATUAL(TAB-CMP-POSICAO(IDX-CMP):
                             TAB-CMP-TAMANHO(IDX-CMP))
                TO WK-NUM-TXT.
           PERFORM 207-CONVERTER-VALOR.
           ADD WK-VALOR-CONV TO WK-AGE-ATUAL.
           MOVE 'N' TO WK-CHAVE-ALTERADA.
           PERFORM 205-COMPARAR-CAMPO
               VARYING IDX-CMP FROM 1 BY 1
               UNTIL IDX-CMP > 23.
           IF WK-CHAVE-ALTERADA EQUAL 'S'
               ADD 1 TO WK-CONTADOR-ALTERADAS
           END-IF.
       205-COMPARAR-CAMPO.
           IF TAB-CMP-MESTRE(IDX-CMP) EQUAL WK-PARM-MESTRE
               AND WK-REG-ANTERIOR(TAB-CMP-POSICAO(IDX-CMP):
                                   TAB-CMP-TAMANHO(IDX-CMP))
               NOT EQUAL WK-REG-ATUAL(TAB-CMP-POSICAO(IDX-CMP):
                                      TAB-CMP-TAMANHO(IDX-CMP))
               PERFORM 206-AVALIAR-DIFERENCA
           END-IF.
       206-AVALIAR-DIFERENCA.
           MOVE 'N'   TO WK-VALORES-OK.
           MOVE ZEROS TO WK-DIFERENCA.
           IF TAB-CMP-TIPO(IDX-CMP) NOT EQUAL 'A'
               MOVE WK-REG-ANTERIOR(TAB-CMP-POSICAO(IDX-CMP):
                                    TAB-CMP-TAMANHO(IDX-CMP))
                    TO WK-NUM-TXT
               PERFORM 207-CONVERTER-VALOR
               MOVE WK-VALOR-CONV TO WK-VALOR-ANTERIOR
               MOVE WK-VALOR-OK   TO WK-VALORES-OK
               MOVE WK-REG-ATUAL(TAB-CMP-POSICAO(IDX-CMP):
                                 TAB-CMP-TAMANHO(IDX-CMP))
                    TO WK-NUM-TXT
               PERFORM 207-CONVERTER-VALOR
               MOVE WK-VALOR-CONV TO WK-VALOR-ATUAL
               IF WK-VALOR-OK EQUAL 'N'
                   MOVE 'N' TO WK-VALORES-OK
               END-IF
               COMPUTE WK-DIFERENCA = WK-VALOR-ATUAL
                                    - WK-VALOR-ANTERIOR
           END-IF.
           IF WK-DIFERENCA < ZEROS
               COMPUTE WK-DIFERENCA-ABS = ZEROS - WK-DIFERENCA
           ELSE
               MOVE WK-DIFERENCA TO WK-DIFERENCA-ABS
           END-IF.
           MOVE 'N' TO WK-SUPRIMIDA.
           PERFORM 208-TESTAR-TOLERANCIA
               VARYING IDX-TOL FROM 1 BY 1
               UNTIL IDX-TOL > WK-QTD-TOLERANCIA
               OR WK-SUPRIMIDA EQUAL 'S'.
           IF WK-SUPRIMIDA EQUAL 'S'
               ADD 1 TO WK-CONTADOR-TOLERADAS
           ELSE
               ADD 1 TO WK-CONTADOR-CAMPOS
               MOVE 'S' TO WK-CHAVE-ALTERADA
               PERFORM 209-LISTAR-ALTERACAO
           END-IF.
      *
      *    O TEXTO DO CAMPO VEM ALINHADO A DIREITA; O SINAL DO
      *    SALDO FICA NO ULTIMO DIGITO COMO NO PROPRIO MESTRE
      *
       207-CONVERTER-VALOR.
           INSPECT WK-NUM-TXT REPLACING LEADING SPACES BY ZEROS.
           IF WK-NUM-VAL IS NUMERIC
               MOVE 'S' TO WK-VALOR-OK
               COMPUTE WK-VALOR-CONV = WK-NUM-VAL / 100
           ELSE
               MOVE 'N'   TO WK-VALOR-OK
               MOVE ZEROS TO WK-VALOR-CONV
           END-IF.
      *
      *    CHAVE EM BRANCO NA TOLERANCIA VALE PARA TODAS; EM CAMPO
      *    DE VALOR SO SUPRIME ATE O LIMITE, NOS DEMAIS SEMPRE
      *
       208-TESTAR-TOLERANCIA.
           IF TAB-TOL-CAMPO(IDX-TOL) EQUAL TAB-CMP-NOME(IDX-CMP)
               AND (TAB-TOL-CHAVE(IDX-TOL) EQUAL SPACES
                    OR TAB-TOL-CHAVE(IDX-TOL) EQUAL WK-CHAVE-ANTERIOR)
               IF WK-VALORES-OK EQUAL 'S'
                   IF WK-DIFERENCA-ABS NOT > TAB-TOL-LIMITE(IDX-TOL)
                       MOVE 'S' TO WK-SUPRIMIDA
                   END-IF
               ELSE
                   MOVE 'S' TO WK-SUPRIMIDA
               END-IF
           END-IF.
       209-LISTAR-ALTERACAO.
           MOVE 'ALTERADA '            TO WK-DIF-SITUACAO.
           MOVE WK-CHAVE-ANTERIOR      TO WK-DIF-CHAVE.
           MOVE TAB-CMP-NOME(IDX-CMP)  TO WK-DIF-CAMPO.
           MOVE ' DE   '               TO WK-DIF-ROTULO.
           IF WK-VALORES-OK EQUAL 'S'
               MOVE WK-VALOR-ANTERIOR  TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO   TO WK-DIF-VALOR
           ELSE
               MOVE WK-REG-ANTERIOR(TAB-CMP-POSICAO(IDX-CMP):
                                    TAB-CMP-TAMANHO(IDX-CMP))
                    TO WK-DIF-VALOR
           END-IF.
           MOVE WK-LINHA-DIFERENCA     TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           MOVE SPACES                 TO WK-DIF-SITUACAO.
           MOVE SPACES                 TO WK-DIF-CHAVE.
           MOVE SPACES                 TO WK-DIF-CAMPO.
           MOVE ' PARA '               TO WK-DIF-ROTULO.
           IF WK-VALORES-OK EQUAL 'S'
               MOVE WK-VALOR-ATUAL     TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO   TO WK-DIF-VALOR
           ELSE
               MOVE WK-REG-ATUAL(TAB-CMP-POSICAO(IDX-CMP):
                                 TAB-CMP-TAMANHO(IDX-CMP))
                    TO WK-DIF-VALOR
           END-IF.
           MOVE WK-LINHA-DIFERENCA     TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
       210-TOTALIZAR-AGENCIA.
           MOVE WK-AGENCIA-QUEBRA TO WK-AGE-AGENCIA.
           MOVE WK-AGE-ANTERIOR   TO WK-AGE-ANTES.
           MOVE WK-AGE-ATUAL      TO WK-AGE-DEPOIS.
           COMPUTE WK-AGE-DIFERENCA = WK-AGE-ATUAL - WK-AGE-ANTERIOR.
           MOVE WK-LINHA-AGENCIA  TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           ADD WK-AGE-ANTERIOR TO WK-GER-ANTERIOR.
           ADD WK-AGE-ATUAL    TO WK-GER-ATUAL.
           MOVE ZEROS TO WK-AGE-ANTERIOR.
           MOVE ZEROS TO WK-AGE-ATUAL.
      *******************************************************
       300-LER SECTION.
       301-LER-ANTERIOR.
           IF WK-PARM-MESTRE EQUAL 'CLIENTES'
               READ ARQ-CLIANTER INTO WK-REG-ANTERIOR
               MOVE WK-FS-CLIANTER TO WK-FS-MESTRE
               MOVE 'CLIANTER'     TO WK-ERRO-ARQUIVO
           ELSE
               MOVE SPACES TO WK-REG-ANTERIOR
               READ ARQ-EMPANTER INTO WK-REG-ANTERIOR
               MOVE WK-FS-EMPANTER TO WK-FS-MESTRE
               MOVE 'EMPANTER'     TO WK-ERRO-ARQUIVO
           END-IF.
           EVALUATE WK-FS-MESTRE
               WHEN '00'
                   ADD 1 TO WK-CONTADOR-ANTERIOR
                   MOVE WK-REG-ANTERIOR(1:WK-TAM-CHAVE)
                        TO WK-CHAVE-ANTERIOR
                   IF WK-CHAVE-ANTERIOR NOT > WK-CHAVE-ANT-PREVIA
                       PERFORM 304-FORA-DE-SEQUENCIA
                   END-IF
                   MOVE WK-CHAVE-ANTERIOR TO WK-CHAVE-ANT-PREVIA
               WHEN '10'
                   MOVE HIGH-VALUES TO WK-CHAVE-ANTERIOR
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-MESTRE
                           ' O COMANDO READ ' WK-ERRO-ARQUIVO
                   MOVE '301-LER-ANTERIOR' TO WK-ERRO-PARAGRAFO
                   MOVE WK-FS-MESTRE       TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-ATUAL.
           IF WK-PARM-MESTRE EQUAL 'CLIENTES'
               READ ARQ-CLIATUAL INTO WK-REG-ATUAL
               MOVE WK-FS-CLIATUAL TO WK-FS-MESTRE
               MOVE 'CLIATUAL'     TO WK-ERRO-ARQUIVO
           ELSE
               MOVE SPACES TO WK-REG-ATUAL
               READ ARQ-EMPATUAL INTO WK-REG-ATUAL
               MOVE WK-FS-EMPATUAL TO WK-FS-MESTRE
               MOVE 'EMPATUAL'     TO WK-ERRO-ARQUIVO
           END-IF.
           EVALUATE WK-FS-MESTRE
               WHEN '00'
                   ADD 1 TO WK-CONTADOR-ATUAL
                   MOVE WK-REG-ATUAL(1:WK-TAM-CHAVE)
                        TO WK-CHAVE-ATUAL
                   IF WK-CHAVE-ATUAL NOT > WK-CHAVE-ATU-PREVIA
                       PERFORM 304-FORA-DE-SEQUENCIA
                   END-IF
                   MOVE WK-CHAVE-ATUAL TO WK-CHAVE-ATU-PREVIA
               WHEN '10'
                   MOVE HIGH-VALUES TO WK-CHAVE-ATUAL
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-MESTRE
                           ' O COMANDO READ ' WK-ERRO-ARQUIVO
                   MOVE '302-LER-ATUAL' TO WK-ERRO-PARAGRAFO
                   MOVE WK-FS-MESTRE    TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-TOLERAN.
           READ ARQ-TOLERAN.
           EVALUATE WK-FS-TOLERAN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-TOLERAN
                           ' O COMANDO READ TOLERAN'
                   MOVE '303-LER-TOLERAN' TO WK-ERRO-PARAGRAFO
                   MOVE 'TOLERAN'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-TOLERAN     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    A COMPARACAO EXIGE OS DOIS ARQUIVOS EM ORDEM DE CHAVE
      *
       304-FORA-DE-SEQUENCIA.
           DISPLAY 'ARQUIVO ' WK-ERRO-ARQUIVO
                   ' FORA DE SEQUENCIA OU COM CHAVE DUPLICADA: '
                   WK-REG-ANTERIOR(1:WK-TAM-CHAVE) ' '
                   WK-REG-ATUAL(1:WK-TAM-CHAVE).
           MOVE '304-FORA-DE-SEQUENCIA' TO WK-ERRO-PARAGRAFO.
           MOVE 'SQ'                    TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           PERFORM 910-GRAVAR-JORNAL-FIM.
           STOP RUN.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-AGENCIA-QUEBRA NOT EQUAL SPACES
               PERFORM 210-TOTALIZAR-AGENCIA
           END-IF.
           MOVE 'TOTAL   '        TO WK-AGE-ROTULO.
           MOVE SPACES            TO WK-AGE-AGENCIA.
           MOVE WK-GER-ANTERIOR   TO WK-AGE-ANTES.
           MOVE WK-GER-ATUAL      TO WK-AGE-DEPOIS.
           COMPUTE WK-AGE-DIFERENCA = WK-GER-ATUAL - WK-GER-ANTERIOR.
           MOVE WK-LINHA-AGENCIA  TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
           MOVE 'REGISTROS NA VERSAO ANTERIOR ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-ANTERIOR  TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'REGISTROS NA VERSAO ATUAL    ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-ATUAL     TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHAVES INCLUIDAS             ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-INCLUIDAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHAVES EXCLUIDAS             ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EXCLUIDAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CHAVES ALTERADAS             ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-ALTERADAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'CAMPOS ALTERADOS             ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-CAMPOS    TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           MOVE 'DIFERENCAS TOLERADAS         ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-TOLERADAS TO WK-TOT-VALOR.
           PERFORM 902-GRAVAR-TOTAL.
           IF WK-PARM-MESTRE EQUAL 'CLIENTES'
               CLOSE ARQ-CLIANTER
               CLOSE ARQ-CLIATUAL
           ELSE
               CLOSE ARQ-EMPANTER
               CLOSE ARQ-EMPATUAL
           END-IF.
           CLOSE ARQ-RELATORIO.
           IF WK-CONTADOR-INCLUIDAS NOT EQUAL ZEROS
               OR WK-CONTADOR-EXCLUIDAS NOT EQUAL ZEROS
               OR WK-CONTADOR-CAMPOS NOT EQUAL ZEROS
               DISPLAY 'VERSOES DO ' WK-PARM-MESTRE
                       ' COM DIFERENCAS NAO TOLERADAS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'VERSOES DO ' WK-PARM-MESTRE
                       ' IGUAIS FORA AS DIFERENCAS TOLERADAS'
           END-IF.
       902-GRAVAR-TOTAL.
           MOVE WK-LINHA-TOTAIS TO REG-RELATORIO.
           PERFORM 905-GRAVAR-RELATORIO.
       905-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 906-ERRO-RELATORIO
           END-IF.
       906-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '906-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       908-GRAVAR-JORNAL.
           CALL 'EAD71933' USING WK-JORNAL-COM.
       910-GRAVAR-JORNAL-FIM.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           MOVE 'F'         TO WK-JOR-EVENTO.
           MOVE SPACES      TO WK-JOR-ARQUIVO.
           MOVE WK-RC-SALVO TO WK-JOR-RC.
           MOVE WK-CONTADOR-ANTERIOR TO WK-JOR-LIDOS.
           MOVE WK-CONTADOR-ATUAL    TO WK-JOR-GRAVADOS.
           PERFORM 908-GRAVAR-JORNAL.
           MOVE WK-RC-SALVO TO RETURN-CODE.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
