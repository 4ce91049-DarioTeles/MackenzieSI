      *    Layout do registro de ACORDOS (acordos de parcelamento
      *    de divida), compartilhado por ACORDOS (manutencao),
      *    PAGFAT/RETORNO (baixa das parcelas) e ACOQUEBR (quebra
      *    de acordo). A chave e composta: codigo do cliente mais a
      *    sequencia do acordo dentro do cliente, no desenho de
      *    REG-CONTATO; o numero do acordo e sequencial unico
      *    (contador PROX-NUM-ACORDO em CONTROLE.DAT) e serve de
      *    referencia externa, como FAT-NUMERO na fatura.
      *    A tabela ACO-FATURA guarda as faturas renegociadas, na
      *    ordem em que os pagamentos das parcelas sao aplicados,
      *    com o saldo de cada uma na data do acordo (principal +
      *    multa + juros - ja pago).
       01          REG-ACORDO.
                   02 ACO-CHAVE.
                       03 ACO-COD-CLIENTE  PIC 9(6).
                       03 ACO-SEQUENCIA    PIC 9(3).
                   02 ACO-NUMERO       PIC 9(6).
                   02 ACO-DATA         PIC X(10).
                   02 ACO-VALOR-TOTAL  PIC 9(10)V99.
                   02 ACO-QTD-PARCELAS PIC 9(2).
                   02 ACO-STATUS       PIC X(1).
                       88 ACORDO-ATIVO      VALUE "A".
                       88 ACORDO-QUITADO    VALUE "Q".
                       88 ACORDO-QUEBRADO   VALUE "X".
                   02 ACO-DATA-QUEBRA  PIC X(10).
                   02 ACO-OPERADOR     PIC X(8).
                   02 ACO-QTD-FATURAS  PIC 9(2).
                   02 ACO-FATURA OCCURS 24 TIMES.
                       03 ACO-FAT-COMPETENCIA PIC 9(6).
                       03 ACO-FAT-SALDO       PIC 9(10)V99.
