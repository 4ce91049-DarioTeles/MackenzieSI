      *    um movimento proprio, entao tres baixas parciais da mesma
      *    fatura ficam registradas como tres movimentos. O estorno
      *    de uma baixa (ESTORNO) tambem gera movimento, com o tipo
      *    proprio, para o historico da fatura ficar completo. O
      *    recebimento de parcela de acordo de parcelamento e
      *    aplicado nas faturas renegociadas com um movimento por
      *    fatura, levando em MOV-NUMERO o nosso-numero da parcela.
       01          REG-MOVPAG.
                   02 MOV-CHAVE.
                       03 MOV-COD-CLIENTE  PIC 9(6).
