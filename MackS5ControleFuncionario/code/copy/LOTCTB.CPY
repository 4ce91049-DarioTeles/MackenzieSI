      *    Layout do registro de LOTECTB (lotes contabeis exportados),
      *    gravado por CTBEXP. Um registro por competencia: o lote
      *    gerado com o mes ainda aberto em FECHMES e provisorio e
      *    pode ser refeito; o gerado depois do fechamento e
      *    definitivo e nao e mais exportado de novo.
       01          REG-LOTECTB.
                   02 LTC-COMPETENCIA  PIC 9(6).
                   02 LTC-SITUACAO     PIC X(1).
                       88 LOTE-PROVISORIO   VALUE "P".
                       88 LOTE-DEFINITIVO   VALUE "D".
                   02 LTC-DATA         PIC X(10).
                   02 LTC-QTD-LINHAS   PIC 9(7).
                   02 LTC-TOT-DEBITO   PIC 9(13)V99.
                   02 LTC-TOT-CREDITO  PIC 9(13)V99.
                   02 LTC-OPERADOR     PIC X(8).
