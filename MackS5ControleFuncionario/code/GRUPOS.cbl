                       ELSE
                           IF FATURA-PENDENTE
                               COMPUTE WS-SALDO-FAT =
                                   FAT-VALOR-LIQUIDO
                                   + FAT-MULTA + FAT-JUROS
                                   - FAT-VALOR-PAGO
                               ADD WS-SALDO-FAT TO WS-ABERTO-CLI
                           END-IF
