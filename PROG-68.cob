       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EAD71968 IS INITIAL PROGRAM.
       AUTHOR.        THIAGO.
      ********************************************************
      *  TEMPOS DE EXECUCAO DA JANELA DO BATCH - CASA OS     *
      *  EVENTOS DE INICIO E FIM DO JORNAL POR PROGRAMA,     *
      *  CALCULA A DURACAO DE CADA EXECUCAO, CONFRONTA COM A *
      *  DURACAO ESPERADA E O HORARIO LIMITE DO SLATAB E     *
      *  MOSTRA A TENDENCIA DOS ULTIMOS 30 DIAS. ESTOURO DE  *
      *  TEMPO OU DE HORARIO NO DIA GERA ALERTA NO EAD71954  *
      *  PARA A TRIAGEM DA MANHA (EAD71955)                  *
      ********************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO JORNAL
               FILE STATUS IS WK-FS-JORNAL.
           SELECT ARQ-SLATAB ASSIGN TO SLATAB
               FILE STATUS IS WK-FS-SLATAB.
           SELECT ARQ-RELATORIO ASSIGN TO RELATORIO
               FILE STATUS IS WK-FS-RELATORIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-JORNAL
            RECORDING MODE IS F.
       01  REG-JORNAL.
           03 FD-JOR-DATA         PIC X(10).
           03 FD-JOR-HORA         PIC X(11).
           03 FD-JOR-PROGRAMA     PIC X(8).
           03 FD-JOR-EVENTO       PIC X.
           03 FD-JOR-RC           PIC 9(4).
           03 FD-JOR-ARQUIVO      PIC X(12).
           03 FD-JOR-LIDOS        PIC 9(9).
           03 FD-JOR-GRAVADOS     PIC 9(9).
       FD   ARQ-SLATAB
            RECORDING MODE IS F.
       01  REG-SLATAB.
           05 FD-PROGRAMA-SLATAB          PIC X(8).
           05 FD-MINUTOS-SLATAB           PIC 9(4).
           05 FD-HORA-LIMITE-SLATAB       PIC 9(4).
           05 FD-INICIO-JANELA-SLATAB     PIC 9(4).
       FD   ARQ-RELATORIO
            RECORDING MODE IS F.
       01  REG-RELATORIO          PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-JORNAL       PIC XX            VALUE SPACES.
       77  WK-FS-SLATAB       PIC XX            VALUE SPACES.
       77  WK-FS-RELATORIO    PIC XX            VALUE SPACES.
       77  WK-DATA-PARAMETRO  PIC X(10)         VALUE SPACES.
       77  WK-DATA-HORA-ATUAL PIC X(21)         VALUE SPACES.
       77  WK-QTD-PROGRAMAS   PIC 9(3)          VALUE ZEROS.
       77  WK-PROGRAMA-ACHADO PIC X             VALUE 'N'.
       77  WK-DATA-VALIDA     PIC X             VALUE 'N'.
       77  WK-DIAS-REFERENCIA PIC 9(7)          VALUE ZEROS.
       77  WK-DIAS-EVENTO     PIC 9(7)          VALUE ZEROS.
       77  WK-DIAS-DECORRIDOS PIC S9(7)         VALUE ZEROS.
       77  WK-SEGUNDOS-EVENTO PIC 9(5)          VALUE ZEROS.
       77  WK-DURACAO         PIC S9(7)         VALUE ZEROS.
       77  WK-SEGUNDOS-META   PIC 9(7)          VALUE ZEROS.
       77  WK-MINUTOS-FIM     PIC 9(4)          VALUE ZEROS.
       77  WK-MINUTOS-LIMITE  PIC 9(4)          VALUE ZEROS.
       77  WK-MINUTOS-JANELA  PIC 9(4)          VALUE ZEROS.
       77  WK-ESTOUROU-TEMPO  PIC X             VALUE 'N'.
       77  WK-ESTOUROU-HORA   PIC X             VALUE 'N'.
       77  WK-SEGUNDOS-EXIBIR PIC 9(7)          VALUE ZEROS.
       77  WK-RESTO-SEGUNDOS  PIC 9(7)          VALUE ZEROS.
       77  WK-MEDIA           PIC 9(7)          VALUE ZEROS.
       77  WK-MEDIA-ANTERIOR  PIC 9(7)          VALUE ZEROS.
       77  WK-MEDIA-RECENTE   PIC 9(7)          VALUE ZEROS.
       77  WK-VARIACAO        PIC S9(3)         VALUE ZEROS.
       77  WK-CONTADOR-LIDOS  PIC 9(9)          VALUE ZEROS.
       77  WK-CONTADOR-EXECUCOES PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-EXEC-DIA PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-EST-TEMPO PIC 9(9)       VALUE ZEROS.
       77  WK-CONTADOR-EST-HORA PIC 9(9)        VALUE ZEROS.
       77  WK-CONTADOR-SEM-FIM PIC 9(9)         VALUE ZEROS.
       77  WK-CONTADOR-SEM-INICIO PIC 9(9)      VALUE ZEROS.
       01  WK-DATA-REFERENCIA.
           03 WK-ANO-REF          PIC 9(4).
           03 WK-MES-REF          PIC 99.
           03 WK-DIA-REF          PIC 99.
       01  WK-DATA-REF-NUM    REDEFINES WK-DATA-REFERENCIA PIC 9(8).
       01  WK-DATA-JORNAL.
           03 WK-DIA-JOR          PIC XX.
           03 FILLER              PIC X.
           03 WK-MES-JOR          PIC XX.
           03 FILLER              PIC X.
           03 WK-ANO-JOR          PIC X(4).
       01  WK-DATA-EVENTO.
           03 WK-ANO-EVE          PIC X(4).
           03 WK-MES-EVE          PIC XX.
           03 WK-DIA-EVE          PIC XX.
       01  WK-DATA-EVE-NUM    REDEFINES WK-DATA-EVENTO PIC 9(8).
       01  WK-HORA-JORNAL.
           03 WK-HOR-JOR          PIC 99.
           03 FILLER              PIC X.
           03 WK-MIN-JOR          PIC 99.
           03 FILLER              PIC X.
           03 WK-SEG-JOR          PIC 99.
           03 FILLER              PIC X.
           03 WK-CEN-JOR          PIC 99.
       01  WK-HORA-LIMITE.
           03 WK-HOR-LIM          PIC 99.
           03 WK-MIN-LIM          PIC 99.
       01  WK-HORA-LIMITE-NUM REDEFINES WK-HORA-LIMITE PIC 9(4).
       01  WK-HORA-JANELA.
           03 WK-HOR-JAN          PIC 99.
           03 WK-MIN-JAN          PIC 99.
       01  WK-HORA-JANELA-NUM REDEFINES WK-HORA-JANELA PIC 9(4).
       01  WK-TEMPO-EXIBE.
           03 WK-HOR-TEMPO        PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-MIN-TEMPO        PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-SEG-TEMPO        PIC 99.
       01  WK-LIMITE-EXIBE.
           03 FILLER              PIC X     VALUE SPACE.
           03 WK-HOR-LIM-EXIBE    PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WK-MIN-LIM-EXIBE    PIC 99.
       01  TABELA-PROGRAMAS.
           03 PROG-ENTRY OCCURS 100 TIMES INDEXED BY IDX-PRG.
               05 TAB-PRG-PROGRAMA     PIC X(8)    VALUE SPACES.
               05 TAB-PRG-TEM-SLA      PIC X       VALUE 'N'.
               05 TAB-PRG-MINUTOS      PIC 9(4)    VALUE ZEROS.
               05 TAB-PRG-LIMITE       PIC 9(4)    VALUE ZEROS.
               05 TAB-PRG-JANELA       PIC 9(4)    VALUE ZEROS.
               05 TAB-PRG-ABERTO       PIC X       VALUE 'N'.
               05 TAB-PRG-INI-DIAS     PIC 9(7)    VALUE ZEROS.
               05 TAB-PRG-INI-SEGUNDOS PIC 9(5)    VALUE ZEROS.
               05 TAB-PRG-INI-HORA     PIC X(8)    VALUE SPACES.
               05 TAB-PRG-EXECUCOES    PIC 9(3)    VALUE ZEROS.
               05 TAB-PRG-SOMA         PIC 9(9)    VALUE ZEROS.
               05 TAB-PRG-MAXIMA       PIC 9(7)    VALUE ZEROS.
               05 TAB-PRG-QTD-ANT      PIC 9(3)    VALUE ZEROS.
               05 TAB-PRG-SOMA-ANT     PIC 9(9)    VALUE ZEROS.
               05 TAB-PRG-QTD-REC      PIC 9(3)    VALUE ZEROS.
               05 TAB-PRG-SOMA-REC     PIC 9(9)    VALUE ZEROS.
               05 TAB-PRG-ESTOUROS     PIC 9(3)    VALUE ZEROS.
       01  WK-LINHA-TITULO.
           05 FILLER              PIC X(42) VALUE
                  'TEMPOS DE EXECUCAO DA JANELA DO BATCH EM '.
           05 WK-TIT-DATA         PIC X(10).
       01  WK-LINHA-SECAO         PIC X(80) VALUE SPACES.
       01  WK-LINHA-COL-DIA.
           05 FILLER              PIC X(9)  VALUE 'PROGRAMA '.
           05 FILLER              PIC X(9)  VALUE '  INICIO '.
           05 FILLER              PIC X(9)  VALUE '     FIM '.
           05 FILLER              PIC X(9)  VALUE ' DURACAO '.
           05 FILLER              PIC X(5)  VALUE 'META '.
           05 FILLER              PIC X(7)  VALUE 'LIMITE '.
           05 FILLER              PIC X(8)  VALUE 'SITUACAO'.
       01  WK-LINHA-EXECUCAO.
           05 WK-EXE-PROGRAMA     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-INICIO       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-FIM          PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-DURACAO      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-META         PIC ZZZZ.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-LIMITE       PIC X(6).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-EXE-SITUACAO     PIC X(24).
       01  WK-LINHA-COL-TENDENCIA.
           05 FILLER              PIC X(9)  VALUE 'PROGRAMA '.
           05 FILLER              PIC X(4)  VALUE 'EXE '.
           05 FILLER              PIC X(9)  VALUE '   MEDIA '.
           05 FILLER              PIC X(9)  VALUE '  MAXIMA '.
           05 FILLER              PIC X(9)  VALUE ' 15D ANT '.
           05 FILLER              PIC X(9)  VALUE ' 15D REC '.
           05 FILLER              PIC X(5)  VALUE 'VAR% '.
           05 FILLER              PIC X(3)  VALUE 'EST'.
       01  WK-LINHA-TENDENCIA.
           05 WK-TEN-PROGRAMA     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-EXECUCOES    PIC ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-MEDIA        PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-MAXIMA       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-ANTERIOR     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-RECENTE      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-VARIACAO     PIC +ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-ESTOUROS     PIC ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WK-TEN-AVISO        PIC X(12).
       01  WK-LINHA-TOTAIS.
           05 WK-TOT-ROTULO       PIC X(28).
           05 WK-TOT-VALOR        PIC ZZZ.ZZZ.ZZ9.
       01  WK-ALERTA-COM.
           05 WK-ALE-PROGRAMA             PIC X(8)  VALUE 'EAD71968'.
           05 WK-ALE-SEVERIDADE           PIC X     VALUE SPACE.
           05 WK-ALE-CODIGO               PIC X(4)  VALUE SPACES.
           05 WK-ALE-TEXTO                PIC X(40) VALUE SPACES.
           05 WK-ALE-ACAO                 PIC X(30) VALUE SPACES.
       01  WK-ERROLOG-COM.
           05 WK-ERRO-PROGRAMA            PIC X(8)  VALUE 'EAD71968'.
           05 WK-ERRO-PARAGRAFO           PIC X(22) VALUE SPACES.
           05 WK-ERRO-ARQUIVO             PIC X(20) VALUE SPACES.
           05 WK-ERRO-STATUS              PIC XX    VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-JORNAL = '10'.
           PERFORM 210-IMPRIMIR-TENDENCIA.
           PERFORM 901-FINALIZAR.
           GOBACK.
      *******************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-DATA-PARAMETRO FROM SYSIN.
           IF WK-DATA-PARAMETRO EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-DATA-REF-NUM
               MOVE WK-DIA-REF TO WK-DATA-PARAMETRO(1:2)
               MOVE '/'        TO WK-DATA-PARAMETRO(3:1)
               MOVE WK-MES-REF TO WK-DATA-PARAMETRO(4:2)
               MOVE '/'        TO WK-DATA-PARAMETRO(6:1)
               MOVE WK-ANO-REF TO WK-DATA-PARAMETRO(7:4)
           ELSE
               MOVE WK-DATA-PARAMETRO TO WK-DATA-JORNAL
               PERFORM 103-CONVERTER-DATA
               IF WK-DATA-VALIDA EQUAL 'N'
                   DISPLAY 'DATA DE REFERENCIA INVALIDA: '
                           WK-DATA-PARAMETRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WK-DATA-EVE-NUM TO WK-DATA-REF-NUM
           END-IF.
           COMPUTE WK-DIAS-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-REF-NUM).
           PERFORM 104-CARREGAR-SLATAB.
           OPEN INPUT ARQ-JORNAL.
           EVALUATE WK-FS-JORNAL
               WHEN '00'
                   PERFORM 301-LER-JORNAL
               WHEN '35'
                   DISPLAY 'ARQUIVO JORNAL NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-JORNAL
                           ' O COMANDO OPEN JORNAL'
                   MOVE '101-INICIAR' TO WK-ERRO-PARAGRAFO
                   MOVE 'JORNAL'      TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-JORNAL  TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE WK-FS-RELATORIO
               WHEN '00'
                   MOVE WK-DATA-PARAMETRO TO WK-TIT-DATA
                   MOVE WK-LINHA-TITULO   TO REG-RELATORIO
                   PERFORM 208-GRAVAR-RELATORIO
                   MOVE 'EXECUCOES ENCERRADAS NO DIA' TO WK-LINHA-SECAO
                   MOVE WK-LINHA-SECAO    TO REG-RELATORIO
                   PERFORM 208-GRAVAR-RELATORIO
                   MOVE WK-LINHA-COL-DIA  TO REG-RELATORIO
                   PERFORM 208-GRAVAR-RELATORIO
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
       103-CONVERTER-DATA.
           MOVE 'N' TO WK-DATA-VALIDA.
           MOVE WK-ANO-JOR TO WK-ANO-EVE.
           MOVE WK-MES-JOR TO WK-MES-EVE.
           MOVE WK-DIA-JOR TO WK-DIA-EVE.
           IF WK-DATA-EVENTO IS NUMERIC
               IF WK-MES-EVE NOT < '01' AND WK-MES-EVE NOT > '12'
                  AND WK-DIA-EVE NOT < '01' AND WK-DIA-EVE NOT > '31'
                   MOVE 'S' TO WK-DATA-VALIDA
               END-IF
           END-IF.
       104-CARREGAR-SLATAB.
           OPEN INPUT ARQ-SLATAB.
           EVALUATE WK-FS-SLATAB
               WHEN '00'
                   PERFORM 302-LER-SLATAB
                   PERFORM 105-GUARDAR-SLATAB
                       UNTIL WK-FS-SLATAB = '10'
                   CLOSE ARQ-SLATAB
               WHEN '35'
                   DISPLAY 'ARQUIVO SLATAB NAO ENCONTRADO - '
                           'SOMENTE TEMPOS E TENDENCIA'
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SLATAB
                           ' O COMANDO OPEN SLATAB'
                   MOVE '104-CARREGAR-SLATAB' TO WK-ERRO-PARAGRAFO
                   MOVE 'SLATAB'              TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SLATAB          TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       105-GUARDAR-SLATAB.
           IF WK-QTD-PROGRAMAS NOT < 100
               DISPLAY 'TABELA DE PROGRAMAS CHEIA - SLA DO '
                       FD-PROGRAMA-SLATAB ' IGNORADO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WK-QTD-PROGRAMAS
               SET IDX-PRG TO WK-QTD-PROGRAMAS
               MOVE FD-PROGRAMA-SLATAB TO TAB-PRG-PROGRAMA(IDX-PRG)
               MOVE 'S'                TO TAB-PRG-TEM-SLA(IDX-PRG)
               MOVE FD-MINUTOS-SLATAB  TO TAB-PRG-MINUTOS(IDX-PRG)
               MOVE FD-HORA-LIMITE-SLATAB
                    TO TAB-PRG-LIMITE(IDX-PRG)
               MOVE FD-INICIO-JANELA-SLATAB
                    TO TAB-PRG-JANELA(IDX-PRG)
           END-IF.
           PERFORM 302-LER-SLATAB.
      *******************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-CONTADOR-LIDOS.
           IF FD-JOR-EVENTO EQUAL 'I' OR FD-JOR-EVENTO EQUAL 'F'
               MOVE FD-JOR-DATA TO WK-DATA-JORNAL
               PERFORM 103-CONVERTER-DATA
               MOVE FD-JOR-HORA TO WK-HORA-JORNAL
               IF WK-DATA-VALIDA EQUAL 'S'
                  AND WK-HOR-JOR IS NUMERIC
                  AND WK-MIN-JOR IS NUMERIC
                  AND WK-SEG-JOR IS NUMERIC
                   COMPUTE WK-DIAS-EVENTO =
                           FUNCTION INTEGER-OF-DATE(WK-DATA-EVE-NUM)
                   COMPUTE WK-SEGUNDOS-EVENTO = WK-HOR-JOR * 3600
                           + WK-MIN-JOR * 60 + WK-SEG-JOR
                   IF WK-DIAS-EVENTO NOT > WK-DIAS-REFERENCIA
                       PERFORM 202-LOCALIZAR-PROGRAMA
                       IF FD-JOR-EVENTO EQUAL 'I'
                           PERFORM 203-REGISTRAR-INICIO
                       ELSE
                           PERFORM 204-REGISTRAR-FIM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 301-LER-JORNAL.
       202-LOCALIZAR-PROGRAMA.
           MOVE 'N' TO WK-PROGRAMA-ACHADO.
           SET IDX-PRG TO 1.
           SEARCH PROG-ENTRY
               AT END
                   CONTINUE
               WHEN IDX-PRG > WK-QTD-PROGRAMAS
                   CONTINUE
               WHEN TAB-PRG-PROGRAMA(IDX-PRG) EQUAL FD-JOR-PROGRAMA
                   MOVE 'S' TO WK-PROGRAMA-ACHADO
           END-SEARCH.
           IF WK-PROGRAMA-ACHADO EQUAL 'N'
               IF WK-QTD-PROGRAMAS NOT < 100
                   DISPLAY 'TABELA DE PROGRAMAS CHEIA - '
                           FD-JOR-PROGRAMA ' IGNORADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WK-QTD-PROGRAMAS
                   SET IDX-PRG TO WK-QTD-PROGRAMAS
                   MOVE FD-JOR-PROGRAMA TO TAB-PRG-PROGRAMA(IDX-PRG)
                   MOVE 'N'             TO TAB-PRG-TEM-SLA(IDX-PRG)
                   MOVE 'S'             TO WK-PROGRAMA-ACHADO
               END-IF
           END-IF.
       203-REGISTRAR-INICIO.
           IF WK-PROGRAMA-ACHADO EQUAL 'S'
               IF TAB-PRG-ABERTO(IDX-PRG) EQUAL 'S'
                   PERFORM 209-INICIO-SEM-FIM
               END-IF
               MOVE 'S'                TO TAB-PRG-ABERTO(IDX-PRG)
               MOVE WK-DIAS-EVENTO     TO TAB-PRG-INI-DIAS(IDX-PRG)
               MOVE WK-SEGUNDOS-EVENTO TO TAB-PRG-INI-SEGUNDOS(IDX-PRG)
               MOVE FD-JOR-HORA(1:8)   TO TAB-PRG-INI-HORA(IDX-PRG)
           END-IF.
       204-REGISTRAR-FIM.
           IF WK-PROGRAMA-ACHADO EQUAL 'S'
               IF TAB-PRG-ABERTO(IDX-PRG) EQUAL 'N'
                   ADD 1 TO WK-CONTADOR-SEM-INICIO
               ELSE
                   MOVE 'N' TO TAB-PRG-ABERTO(IDX-PRG)
                   COMPUTE WK-DURACAO =
                           (WK-DIAS-EVENTO - TAB-PRG-INI-DIAS(IDX-PRG))
                           * 86400 + WK-SEGUNDOS-EVENTO
                           - TAB-PRG-INI-SEGUNDOS(IDX-PRG)
                   COMPUTE WK-DIAS-DECORRIDOS =
                           WK-DIAS-REFERENCIA - WK-DIAS-EVENTO
                   IF WK-DURACAO NOT < ZEROS
                      AND WK-DIAS-DECORRIDOS < 30
                       PERFORM 205-ACUMULAR-EXECUCAO
                   END-IF
               END-IF
           END-IF.
       205-ACUMULAR-EXECUCAO.
           ADD 1 TO WK-CONTADOR-EXECUCOES.
           ADD 1 TO TAB-PRG-EXECUCOES(IDX-PRG).
           ADD WK-DURACAO TO TAB-PRG-SOMA(IDX-PRG).
           IF WK-DURACAO > TAB-PRG-MAXIMA(IDX-PRG)
               MOVE WK-DURACAO TO TAB-PRG-MAXIMA(IDX-PRG)
           END-IF.
           IF WK-DIAS-DECORRIDOS < 15
               ADD 1 TO TAB-PRG-QTD-REC(IDX-PRG)
               ADD WK-DURACAO TO TAB-PRG-SOMA-REC(IDX-PRG)
           ELSE
               ADD 1 TO TAB-PRG-QTD-ANT(IDX-PRG)
               ADD WK-DURACAO TO TAB-PRG-SOMA-ANT(IDX-PRG)
           END-IF.
           MOVE 'N' TO WK-ESTOUROU-TEMPO.
           MOVE 'N' TO WK-ESTOUROU-HORA.
           IF TAB-PRG-TEM-SLA(IDX-PRG) EQUAL 'S'
               PERFORM 206-CONFERIR-SLA
           END-IF.
           IF WK-ESTOUROU-TEMPO EQUAL 'S' OR WK-ESTOUROU-HORA EQUAL 'S'
               ADD 1 TO TAB-PRG-ESTOUROS(IDX-PRG)
           END-IF.
           IF WK-DIAS-DECORRIDOS EQUAL ZEROS
               PERFORM 207-IMPRIMIR-EXECUCAO
           END-IF.
       206-CONFERIR-SLA.
           COMPUTE WK-SEGUNDOS-META = TAB-PRG-MINUTOS(IDX-PRG) * 60.
           IF TAB-PRG-MINUTOS(IDX-PRG) NOT EQUAL ZEROS
              AND WK-DURACAO > WK-SEGUNDOS-META
               MOVE 'S' TO WK-ESTOUROU-TEMPO
           END-IF.
           IF TAB-PRG-LIMITE(IDX-PRG) NOT EQUAL ZEROS
               MOVE TAB-PRG-LIMITE(IDX-PRG) TO WK-HORA-LIMITE-NUM
               MOVE TAB-PRG-JANELA(IDX-PRG) TO WK-HORA-JANELA-NUM
               COMPUTE WK-MINUTOS-FIM = WK-HOR-JOR * 60 + WK-MIN-JOR
               COMPUTE WK-MINUTOS-LIMITE = WK-HOR-LIM * 60 + WK-MIN-LIM
               COMPUTE WK-MINUTOS-JANELA = WK-HOR-JAN * 60 + WK-MIN-JAN
               IF WK-MINUTOS-FIM < WK-MINUTOS-JANELA
                   ADD 1440 TO WK-MINUTOS-FIM
               END-IF
               IF WK-MINUTOS-LIMITE < WK-MINUTOS-JANELA
                   ADD 1440 TO WK-MINUTOS-LIMITE
               END-IF
               IF WK-MINUTOS-FIM > WK-MINUTOS-LIMITE
                   MOVE 'S' TO WK-ESTOUROU-HORA
               END-IF
           END-IF.
       207-IMPRIMIR-EXECUCAO.
           ADD 1 TO WK-CONTADOR-EXEC-DIA.
           MOVE TAB-PRG-PROGRAMA(IDX-PRG) TO WK-EXE-PROGRAMA.
           MOVE TAB-PRG-INI-HORA(IDX-PRG) TO WK-EXE-INICIO.
           MOVE FD-JOR-HORA(1:8)          TO WK-EXE-FIM.
           MOVE WK-DURACAO                TO WK-SEGUNDOS-EXIBIR.
           PERFORM 211-FORMATAR-TEMPO.
           MOVE WK-TEMPO-EXIBE            TO WK-EXE-DURACAO.
           MOVE TAB-PRG-MINUTOS(IDX-PRG)  TO WK-EXE-META.
           IF TAB-PRG-LIMITE(IDX-PRG) EQUAL ZEROS
               MOVE SPACES TO WK-EXE-LIMITE
           ELSE
               MOVE TAB-PRG-LIMITE(IDX-PRG) TO WK-HORA-LIMITE-NUM
               MOVE WK-HOR-LIM      TO WK-HOR-LIM-EXIBE
               MOVE WK-MIN-LIM      TO WK-MIN-LIM-EXIBE
               MOVE WK-LIMITE-EXIBE TO WK-EXE-LIMITE
           END-IF.
           EVALUATE TRUE
               WHEN TAB-PRG-TEM-SLA(IDX-PRG) EQUAL 'N'
                   MOVE 'SEM META CADASTRADA'  TO WK-EXE-SITUACAO
               WHEN WK-ESTOUROU-TEMPO EQUAL 'S'
                    AND WK-ESTOUROU-HORA EQUAL 'S'
                   MOVE 'ESTOUROU TEMPO E HORA' TO WK-EXE-SITUACAO
               WHEN WK-ESTOUROU-TEMPO EQUAL 'S'
                   MOVE 'ESTOUROU DURACAO'     TO WK-EXE-SITUACAO
               WHEN WK-ESTOUROU-HORA EQUAL 'S'
                   MOVE 'TERMINOU APOS LIMITE' TO WK-EXE-SITUACAO
               WHEN OTHER
                   MOVE 'DENTRO DO SLA'        TO WK-EXE-SITUACAO
           END-EVALUATE.
           MOVE WK-LINHA-EXECUCAO TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           IF WK-ESTOUROU-TEMPO EQUAL 'S'
               ADD 1 TO WK-CONTADOR-EST-TEMPO
               MOVE 'M'    TO WK-ALE-SEVERIDADE
               MOVE 'SL01' TO WK-ALE-CODIGO
               MOVE SPACES TO WK-ALE-TEXTO
               STRING TAB-PRG-PROGRAMA(IDX-PRG)
                      ' DUROU ' WK-TEMPO-EXIBE
                      ' META ' TAB-PRG-MINUTOS(IDX-PRG) ' MIN'
                   DELIMITED BY SIZE INTO WK-ALE-TEXTO
               MOVE 'ANALISAR VOLUME E DURACAO' TO WK-ALE-ACAO
               PERFORM 904-GRAVAR-ALERTA
           END-IF.
           IF WK-ESTOUROU-HORA EQUAL 'S'
               ADD 1 TO WK-CONTADOR-EST-HORA
               MOVE 'A'    TO WK-ALE-SEVERIDADE
               MOVE 'SL02' TO WK-ALE-CODIGO
               MOVE SPACES TO WK-ALE-TEXTO
               STRING TAB-PRG-PROGRAMA(IDX-PRG)
                      ' TERMINOU ' FD-JOR-HORA(1:5)
                      ' LIMITE' WK-LIMITE-EXIBE
                   DELIMITED BY SIZE INTO WK-ALE-TEXTO
               MOVE 'AVISAR AREAS DEPENDENTES' TO WK-ALE-ACAO
               PERFORM 904-GRAVAR-ALERTA
           END-IF.
       208-GRAVAR-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 213-ERRO-RELATORIO
           END-IF.
       213-ERRO-RELATORIO.
           DISPLAY 'ERRO: ' WK-FS-RELATORIO
                   ' O COMANDO WRITE RELATORIO'.
           MOVE '213-ERRO-RELATORIO' TO WK-ERRO-PARAGRAFO.
           MOVE 'RELATORIO'          TO WK-ERRO-ARQUIVO.
           MOVE WK-FS-RELATORIO      TO WK-ERRO-STATUS.
           PERFORM 903-GRAVAR-ERROLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       209-INICIO-SEM-FIM.
           ADD 1 TO WK-CONTADOR-SEM-FIM.
           DISPLAY 'INICIO SEM FIM NO JORNAL - '
                   TAB-PRG-PROGRAMA(IDX-PRG) ' AS '
                   TAB-PRG-INI-HORA(IDX-PRG).
       210-IMPRIMIR-TENDENCIA.
           MOVE SPACES TO WK-LINHA-SECAO.
           MOVE 'TENDENCIA DOS ULTIMOS 30 DIAS' TO WK-LINHA-SECAO.
           MOVE WK-LINHA-SECAO TO REG-RELATORIO.
           WRITE REG-RELATORIO AFTER ADVANCING PAGE.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               PERFORM 213-ERRO-RELATORIO
           END-IF.
           MOVE WK-LINHA-COL-TENDENCIA TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           PERFORM 212-GRAVAR-TENDENCIA
               VARYING IDX-PRG FROM 1 BY 1
               UNTIL IDX-PRG > WK-QTD-PROGRAMAS.
       211-FORMATAR-TEMPO.
           IF WK-SEGUNDOS-EXIBIR > 359999
               MOVE 359999 TO WK-SEGUNDOS-EXIBIR
           END-IF.
           DIVIDE WK-SEGUNDOS-EXIBIR BY 3600 GIVING WK-HOR-TEMPO
                  REMAINDER WK-RESTO-SEGUNDOS.
           DIVIDE WK-RESTO-SEGUNDOS BY 60 GIVING WK-MIN-TEMPO
                  REMAINDER WK-SEG-TEMPO.
       212-GRAVAR-TENDENCIA.
           IF TAB-PRG-ABERTO(IDX-PRG) EQUAL 'S'
               PERFORM 209-INICIO-SEM-FIM
           END-IF.
           IF TAB-PRG-EXECUCOES(IDX-PRG) NOT EQUAL ZEROS
               MOVE TAB-PRG-PROGRAMA(IDX-PRG)  TO WK-TEN-PROGRAMA
               MOVE TAB-PRG-EXECUCOES(IDX-PRG) TO WK-TEN-EXECUCOES
               DIVIDE TAB-PRG-SOMA(IDX-PRG)
                      BY TAB-PRG-EXECUCOES(IDX-PRG) GIVING WK-MEDIA
               MOVE WK-MEDIA TO WK-SEGUNDOS-EXIBIR
               PERFORM 211-FORMATAR-TEMPO
               MOVE WK-TEMPO-EXIBE TO WK-TEN-MEDIA
               MOVE TAB-PRG-MAXIMA(IDX-PRG) TO WK-SEGUNDOS-EXIBIR
               PERFORM 211-FORMATAR-TEMPO
               MOVE WK-TEMPO-EXIBE TO WK-TEN-MAXIMA
               MOVE ZEROS  TO WK-MEDIA-ANTERIOR
               MOVE ZEROS  TO WK-MEDIA-RECENTE
               MOVE ZEROS  TO WK-VARIACAO
               MOVE SPACES TO WK-TEN-ANTERIOR
               MOVE SPACES TO WK-TEN-RECENTE
               MOVE SPACES TO WK-TEN-AVISO
               IF TAB-PRG-QTD-ANT(IDX-PRG) NOT EQUAL ZEROS
                   DIVIDE TAB-PRG-SOMA-ANT(IDX-PRG)
                          BY TAB-PRG-QTD-ANT(IDX-PRG)
                          GIVING WK-MEDIA-ANTERIOR
                   MOVE WK-MEDIA-ANTERIOR TO WK-SEGUNDOS-EXIBIR
                   PERFORM 211-FORMATAR-TEMPO
                   MOVE WK-TEMPO-EXIBE TO WK-TEN-ANTERIOR
               END-IF
               IF TAB-PRG-QTD-REC(IDX-PRG) NOT EQUAL ZEROS
                   DIVIDE TAB-PRG-SOMA-REC(IDX-PRG)
                          BY TAB-PRG-QTD-REC(IDX-PRG)
                          GIVING WK-MEDIA-RECENTE
                   MOVE WK-MEDIA-RECENTE TO WK-SEGUNDOS-EXIBIR
                   PERFORM 211-FORMATAR-TEMPO
                   MOVE WK-TEMPO-EXIBE TO WK-TEN-RECENTE
               END-IF
               IF WK-MEDIA-ANTERIOR NOT EQUAL ZEROS
                  AND TAB-PRG-QTD-REC(IDX-PRG) NOT EQUAL ZEROS
                   COMPUTE WK-VARIACAO ROUNDED =
                           (WK-MEDIA-RECENTE - WK-MEDIA-ANTERIOR)
                           * 100 / WK-MEDIA-ANTERIOR
                       ON SIZE ERROR
                           MOVE 999 TO WK-VARIACAO
                   END-COMPUTE
                   IF WK-VARIACAO > 10
                       MOVE 'EM ALTA' TO WK-TEN-AVISO
                   END-IF
               END-IF
               MOVE WK-VARIACAO TO WK-TEN-VARIACAO
               MOVE TAB-PRG-ESTOUROS(IDX-PRG) TO WK-TEN-ESTOUROS
               MOVE WK-LINHA-TENDENCIA TO REG-RELATORIO
               PERFORM 208-GRAVAR-RELATORIO
           END-IF.
      *******************************************************
       300-LER SECTION.
       301-LER-JORNAL.
           READ ARQ-JORNAL.
           EVALUATE WK-FS-JORNAL
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-JORNAL
                           ' O COMANDO READ JORNAL'
                   MOVE '301-LER-JORNAL' TO WK-ERRO-PARAGRAFO
                   MOVE 'JORNAL'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-JORNAL     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-SLATAB.
           READ ARQ-SLATAB.
           EVALUATE WK-FS-SLATAB
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: ' WK-FS-SLATAB
                           ' O COMANDO READ SLATAB'
                   MOVE '302-LER-SLATAB' TO WK-ERRO-PARAGRAFO
                   MOVE 'SLATAB'         TO WK-ERRO-ARQUIVO
                   MOVE WK-FS-SLATAB     TO WK-ERRO-STATUS
                   PERFORM 903-GRAVAR-ERROLOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *******************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'REGISTROS DO JORNAL LIDOS  = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-LIDOS              TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'EXECUCOES EM 30 DIAS       = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EXECUCOES          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'EXECUCOES NO DIA           = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EXEC-DIA           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'ESTOUROS DE DURACAO NO DIA = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EST-TEMPO          TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'FINS APOS LIMITE NO DIA    = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-EST-HORA           TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'INICIOS SEM FIM            = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-FIM            TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           MOVE 'FINS SEM INICIO            = ' TO WK-TOT-ROTULO.
           MOVE WK-CONTADOR-SEM-INICIO         TO WK-TOT-VALOR.
           MOVE WK-LINHA-TOTAIS                TO REG-RELATORIO.
           PERFORM 208-GRAVAR-RELATORIO.
           CLOSE ARQ-JORNAL.
           CLOSE ARQ-RELATORIO.
           IF WK-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO ' WK-FS-RELATORIO
                       ' NO COMANDO CLOSE RELATORIO'
               MOVE '901-FINALIZAR' TO WK-ERRO-PARAGRAFO
               MOVE 'RELATORIO'     TO WK-ERRO-ARQUIVO
               MOVE WK-FS-RELATORIO TO WK-ERRO-STATUS
               PERFORM 903-GRAVAR-ERROLOG
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WK-CONTADOR-EST-TEMPO NOT EQUAL ZEROS
               OR WK-CONTADOR-EST-HORA NOT EQUAL ZEROS
               OR WK-CONTADOR-SEM-FIM NOT EQUAL ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'TEMPOS DO BATCH - EXECUCOES NO DIA '
                   WK-CONTADOR-EXEC-DIA ' ESTOUROS '
                   WK-CONTADOR-EST-TEMPO ' / ' WK-CONTADOR-EST-HORA.
       903-GRAVAR-ERROLOG.
           CALL 'EAD71916' USING WK-ERROLOG-COM.
       904-GRAVAR-ALERTA.
           CALL 'EAD71954' USING WK-ALERTA-COM.
