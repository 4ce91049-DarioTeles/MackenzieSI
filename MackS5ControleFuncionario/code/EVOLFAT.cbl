                   UNTIL WS-IND > 12 OR WS-ACHOU = "S"
               IF TAB-COMPET(WS-IND) = FAT-COMPETENCIA
                   MOVE "S" TO WS-ACHOU
                   IF NOT FATURA-CANCELADA
                       ADD 1 TO TAB-QTD-EMIT(WS-IND)
                   END-IF
                   COMPUTE TAB-VAL-EMIT(WS-IND) = TAB-VAL-EMIT(WS-IND)
                       + FAT-VALOR - FAT-VALOR-CREDITO
                   IF FATURA-PAGA
                       ADD 1 TO TAB-QTD-PAGA(WS-IND)
                   END-IF
                   ADD FAT-VALOR-PAGO TO TAB-VAL-RECEB(WS-IND)
                   IF FATURA-PENDENTE
                       COMPUTE WS-SALDO-FAT =
                           FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                           - FAT-VALOR-PAGO
                       ADD 1            TO TAB-QTD-ABERTA(WS-IND)
                       ADD WS-SALDO-FAT TO TAB-VAL-ABERTO(WS-IND)

       ROT-ACUMULA-UF.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           MOVE FAT-COD-CLIENTE TO CodCliente.
           READ CAD-CLIENTE
