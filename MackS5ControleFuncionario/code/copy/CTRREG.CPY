      *    codigo no mesmo desenho de PARAMS:
      *      PROX-NUM-FATURA     proximo numero de fatura
      *      PROX-COD-CLIENTE    proximo codigo livre sugerido
      *      PROX-NUM-ACORDO     proximo numero de acordo (ACORDOS)
      *      PROX-NUM-NOTA       proximo numero de nota de credito
      *                          (NOTACRED, REAJRET)
      *      PROX-NUM-APROVACAO  proximo numero de pedido de
      *                          aprovacao (APROVREQ)
      *      PROX-NUM-PROPOSTA   proximo numero de proposta
      *                          comercial (PROPMNT)
      *    Contador ausente faz o programa cair na varredura
      *    completa de antes e recriar o registro, entao o arquivo
      *    se recupera sozinho de uma perda.
