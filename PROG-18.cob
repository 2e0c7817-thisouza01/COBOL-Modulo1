                           FD-DOC-REJEITADOS
                           ' - REJEITADO MANTIDO PENDENTE'
                   MOVE 'N' TO WK-CORRECAO-VALIDA
               WHEN '19'
                   DISPLAY 'CHEQUE NAO EMITIDO OU CANCELADO NO DOC '
                           FD-DOC-REJEITADOS
                           ' - REJEITADO MANTIDO PENDENTE'
                   MOVE 'N' TO WK-CORRECAO-VALIDA
               WHEN '20'
                   DISPLAY 'CHEQUE JA PAGO NO DOC '
                           FD-DOC-REJEITADOS
                           ' - REJEITADO MANTIDO PENDENTE'
                   MOVE 'N' TO WK-CORRECAO-VALIDA
               WHEN OTHER
                   DISPLAY 'MOTIVO DESCONHECIDO ' FD-MOTIVO-REJEITADOS
                           ' NO DOC ' FD-DOC-REJEITADOS
