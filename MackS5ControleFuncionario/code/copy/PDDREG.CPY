      *    Layout do registro de PDDCLI (provisao para devedores
      *    duvidosos por cliente e competencia), gravado por PDDCALC
      *    antes do fechamento do mes em FECHAMES. O saldo em aberto
      *    do cliente (principal liquido + multa + juros - ja
      *    recebido) fica separado pelas faixas de atraso do AGING,
      *    e a provisao e o saldo de cada faixa vezes o percentual
      *    da faixa em PARAMS. Cliente suspenso ou cancelado com
      *    debito tem provisao integral do saldo.
      *    A provisao anterior e a gravada para o cliente na
      *    competencia anterior: a diferenca e a constituicao (ou a
      *    reversao, quando a fatura foi paga ou renegociada) do
      *    mes. O total do mes vai para o registro da competencia
      *    em FECHMES.
       01          REG-PDD.
                   02 PDD-CHAVE.
                       03 PDD-COMPETENCIA  PIC 9(6).
                       03 PDD-COD-CLIENTE  PIC 9(6).
      *    Situacao do cliente no calculo: A, S ou C como em
      *    STATUS-CLIENTE; X para cliente que saiu do cadastro.
                   02 PDD-SITUACAO     PIC X(1).
                   02 PDD-INTEGRAL     PIC X(1).
                       88 PROVISAO-INTEGRAL VALUE "S".
                   02 PDD-QTD-FATURAS  PIC 9(5).
                   02 PDD-SALDO-A-VENCER PIC 9(13)V99.
                   02 PDD-SALDO-30     PIC 9(13)V99.
                   02 PDD-SALDO-60     PIC 9(13)V99.
                   02 PDD-SALDO-90     PIC 9(13)V99.
                   02 PDD-SALDO-MAIS   PIC 9(13)V99.
                   02 PDD-VALOR-PROVISAO PIC 9(13)V99.
                   02 PDD-PROVISAO-ANTERIOR PIC 9(13)V99.
                   02 PDD-DATA-BASE    PIC 9(8).
                   02 PDD-DATA-CALCULO PIC 9(8).
