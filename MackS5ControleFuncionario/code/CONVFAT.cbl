           MOVE ANT-VALOR-PAGO  TO FAT-VALOR-PAGO.
           MOVE ZEROS           TO FAT-MULTA FAT-JUROS.
           MOVE ANT-OPERADOR    TO FAT-OPERADOR.
           MOVE ZEROS           TO FAT-VALOR-CREDITO.
           MOVE ZEROS           TO FAT-RET-ISS FAT-RET-IRRF
                                   FAT-RET-PIS FAT-RET-COFINS
                                   FAT-RET-CSLL.
           MOVE ANT-VALOR       TO FAT-VALOR-LIQUIDO.

           WRITE REG-FATURA
               INVALID KEY
