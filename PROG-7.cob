       AUTHOR.        THIAGO.
      *************************************
      *    RESGATE DE DIVIDA            *
      *    COM CET PELO EAD71986        *
      *************************************
      *
       ENVIRONMENT DIVISION.
       77  WK-CONT-LIDOS-EMP    PIC 9(9)    VALUE ZEROS.
       77  WK-CONT-GRAV-AMORT   PIC 9(9)    VALUE ZEROS.
       77  WK-RC-SALVO          PIC 9(4)    VALUE ZEROS.
       77  WK-TARIFCET-AVISADA  PIC X       VALUE 'N'.
       01  WK-CET-COM.
           05 WK-CET-VALOR        PIC 9(7)V99   VALUE ZEROS.
           05 WK-CET-PRAZO        PIC 9(3)      VALUE ZEROS.
           05 WK-CET-TARIFAS      PIC 9(7)V99   VALUE ZEROS.
           05 WK-CET-QTD-TARIFAS  PIC 99        VALUE ZEROS.
           05 WK-CET-TARIFA OCCURS 10 TIMES.
               10 WK-CET-TAR-CODIGO   PIC X(4).
               10 WK-CET-TAR-DOC      PIC 9(4).
               10 WK-CET-TAR-VALOR    PIC 9(7)V99.
           05 WK-CET-TAXA-MES     PIC 99V9999   VALUE ZEROS.
           05 WK-CET-TAXA-ANO     PIC 9(4)V99   VALUE ZEROS.
           05 WK-CET-RC           PIC 99        VALUE ZEROS.
           05 WK-CET-PARCELA      PIC 9(7)V99 OCCURS 600 TIMES.
       01  WK-JORNAL-COM.
           05 WK-JOR-PROGRAMA   PIC X(8)  VALUE 'EAD71907'.
           05 WK-JOR-EVENTO     PIC X     VALUE SPACE.
           03 FILLER          PIC X(22) VALUE
                  'TOTAL DE JUROS PAGO = '.
           03 WK-RES-JUROS     PIC Z.ZZZ.ZZ9,99.
       01  WK-LINHA-CET-AMORT.
           03 WK-CET-ROTULO   PIC X(10).
           03 WK-CET-MES-ED   PIC Z9,9999.
           03 FILLER          PIC X(7)  VALUE '% A.M. '.
           03 WK-CET-ANO-ED   PIC ZZZ9,99.
           03 FILLER          PIC X(15) VALUE '% A.A. TARIFAS '.
           03 WK-CET-TAR-ED   PIC Z.ZZZ.ZZ9,99.
       01  WK-LINHA-CET-ERRO.
           03 WK-CET-ROTULO-ERRO PIC X(10).
           03 FILLER          PIC X(30) VALUE
                  'NAO CALCULAVEL'.
       01  WK-LINHA-ERRO-AMORT.
           03 FILLER          PIC X(40) VALUE
                  'PRESTACAO INSUFICIENTE PARA QUITAR'.
                       UNTIL DIVIDA EQUAL ZEROS
                          OR WK-NAO-CONVERGE EQUAL 'S'
                   PERFORM 204-GRAVAR-RESUMO-AMORT
                   IF WK-NAO-CONVERGE NOT EQUAL 'S'
                       MOVE MES   TO WK-CET-PRAZO
                       MOVE 'CET' TO WK-CET-ROTULO
                       PERFORM 220-GRAVAR-CET
                   END-IF
           END-EVALUATE.
           PERFORM 301-LER-EMPRESTIMOS.
       210-SIMULACAO-SAC.
           ELSE
               PERFORM 207-CALCULAR-SAC
               PERFORM 209-GRAVAR-SAC
               PERFORM 222-MONTAR-FLUXO-SAC
               MOVE 'CET'       TO WK-CET-ROTULO
               PERFORM 220-GRAVAR-CET
           END-IF.
       211-SIMULACAO-COMPARADA.
           PERFORM 206-SIMULAR-PRICE.
           ELSE
               PERFORM 207-CALCULAR-SAC
               PERFORM 208-GRAVAR-COMPARATIVO
               PERFORM 221-MONTAR-FLUXO-PRICE
               MOVE 'CET PRICE' TO WK-CET-ROTULO
               PERFORM 220-GRAVAR-CET
               PERFORM 222-MONTAR-FLUXO-SAC
               MOVE 'CET SAC'   TO WK-CET-ROTULO
               PERFORM 220-GRAVAR-CET
           END-IF.
       206-SIMULAR-PRICE.
           MOVE DIVIDA TO WK-DIVIDA-SIM.
                   DISPLAY 'PRESTACAO INSUFICIENTE PARA QUITAR'
                   MOVE 'S' TO WK-NAO-CONVERGE
               ELSE
                   MOVE WK-PAGAMENTO-TOTAL TO WK-CET-PARCELA(MES)
                   PERFORM 205-GRAVAR-DETALHE-AMORT
               END-IF
           END-IF.
                       ' MESES '
               DISPLAY 'TOTAL DE JUROS PAGO = ' WK-JUROS-ACUM-EDIT
           END-IF.
      *
      *    CET DA SIMULACAO - TAXA INTERNA DO FLUXO DE PRESTACOES
      *    SIMULADO CONTRA A DIVIDA LIQUIDA DAS TARIFAS DE CONTRATACAO
      *
       220-GRAVAR-CET.
           MOVE FD-DIVIDA TO WK-CET-VALOR.
           MOVE RETURN-CODE TO WK-RC-SALVO.
           CALL 'EAD71986' USING WK-CET-COM.
           MOVE WK-RC-SALVO TO RETURN-CODE.
           IF WK-CET-RC EQUAL 12
               DISPLAY 'ERRO NA TABELA TARIFCET - SIMULACAO '
                       'INTERROMPIDA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-CET-RC EQUAL 4
              AND WK-TARIFCET-AVISADA EQUAL 'N'
               MOVE 'S' TO WK-TARIFCET-AVISADA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WK-CET-RC EQUAL 8
               MOVE WK-CET-ROTULO     TO WK-CET-ROTULO-ERRO
               MOVE WK-LINHA-CET-ERRO TO REG-AMORTIZACAO
           ELSE
               MOVE WK-CET-TAXA-MES   TO WK-CET-MES-ED
               MOVE WK-CET-TAXA-ANO   TO WK-CET-ANO-ED
               MOVE WK-CET-TARIFAS    TO WK-CET-TAR-ED
               MOVE WK-LINHA-CET-AMORT TO REG-AMORTIZACAO
           END-IF.
           PERFORM 212-GRAVAR-AMORTIZACAO.
       221-MONTAR-FLUXO-PRICE.
           MOVE WK-MESES-PRICE TO WK-CET-PRAZO.
           PERFORM 223-COPIAR-PARCELA-PRICE
               VARYING WK-MES-SIM FROM 1 BY 1
               UNTIL WK-MES-SIM > WK-MESES-PRICE.
       222-MONTAR-FLUXO-SAC.
           MOVE WK-MESES-PRICE TO WK-CET-PRAZO.
           PERFORM 224-COPIAR-PARCELA-SAC
               VARYING WK-MES-SIM FROM 1 BY 1
               UNTIL WK-MES-SIM > WK-MESES-PRICE.
       223-COPIAR-PARCELA-PRICE.
           MOVE TAB-PRICE-PREST(WK-MES-SIM)
                TO WK-CET-PARCELA(WK-MES-SIM).
       224-COPIAR-PARCELA-SAC.
           MOVE TAB-SAC-PREST(WK-MES-SIM)
                TO WK-CET-PARCELA(WK-MES-SIM).
      *******************************************************
       300-LER-EMPRESTIMOS SECTION.
       301-LER-EMPRESTIMOS.
