      *    Layout do registro de PARCACO (parcelas dos acordos de
      *    parcelamento), compartilhado por ACORDOS, PAGFAT,
      *    RETORNO e ACOQUEBR. A chave e o numero do acordo mais o
      *    numero da parcela. PAC-NOSSO-NUMERO e chave alternativa
      *    e sai do mesmo contador do numero de fatura
      *    (PROX-NUM-FATURA), para o retorno do banco localizar
      *    fatura ou parcela pelo nosso-numero sem ambiguidade.
      *    PAC-VALOR-PAGO acumula o recebido da parcela, como
      *    FAT-VALOR-PAGO na fatura; parcela de acordo quebrado
      *    fica cancelada ("X") e nao recebe mais baixa.
       01          REG-PARCELA.
                   02 PAC-CHAVE.
                       03 PAC-NUM-ACORDO   PIC 9(6).
                       03 PAC-PARCELA      PIC 9(2).
                   02 PAC-NOSSO-NUMERO PIC 9(6).
                   02 PAC-COD-CLIENTE  PIC 9(6).
                   02 PAC-VALOR        PIC 9(10)V99.
                   02 PAC-VENCIMENTO   PIC X(10).
                   02 PAC-STATUS       PIC X(1).
                       88 PARCELA-ABERTA    VALUE "A".
                       88 PARCELA-PAGA      VALUE "P".
                       88 PARCELA-PARCIAL   VALUE "B".
                       88 PARCELA-PENDENTE  VALUES "A" "B".
                       88 PARCELA-CANCELADA VALUE "X".
                   02 PAC-DATA-PAGTO   PIC X(10).
                   02 PAC-VALOR-PAGO   PIC 9(10)V99.
                   02 PAC-OPERADOR     PIC X(8).
