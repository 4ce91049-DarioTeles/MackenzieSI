      *    Area compartilhada (EXTERNAL) entre FECHADIA e os
      *    programas da cadeia de fechamento do dia (BACKUP,
      *    RECONCIL, VENCTOS, EXPCLI, PAINELAT, CONSFIN): cada
      *    passo deixa aqui a quantidade de registros processados e
      *    o ultimo status de arquivo, para o log consolidado da
      *    noite. O ciclo mensal de faturamento (CICLOMES) usa a
      *    mesma area com FATURA, REMESSA, COBRANCA, SUSPENDE,
      *    LIQCOM e CREDSCOR. Fora da cadeia a area e inofensiva:
      *    os programas apenas a preenchem.
       01          AREA-FECHAMENTO EXTERNAL.
           02 FECH-QTD-REGISTROS   PIC 9(5).
           02 FECH-COD-STATUS      PIC XX.
