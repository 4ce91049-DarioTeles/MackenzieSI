      *    Layout do registro de NOTASCRE (notas de credito contra
      *    faturas), gravado por NOTACRED. A chave e a chave da
      *    fatura (cliente+competencia) mais a sequencia da nota
      *    dentro da fatura, no desenho de REG-MOVPAG; NTC-NUMERO
      *    e chave alternativa e sai do contador PROX-NUM-NOTA de
      *    CONTROLE, para cada nota ser um documento numerado e
      *    rastreavel. O cancelamento total da fatura tambem gera
      *    nota, do tipo "C", pelo valor liquido que restava.
       01          REG-NOTACRED.
                   02 NTC-CHAVE.
                       03 NTC-COD-CLIENTE  PIC 9(6).
                       03 NTC-COMPETENCIA  PIC 9(6).
                       03 NTC-SEQUENCIA    PIC 9(3).
                   02 NTC-NUMERO       PIC 9(6).
                   02 NTC-NUM-FATURA   PIC 9(6).
                   02 NTC-TIPO         PIC X(1).
                       88 NOTA-PARCIAL      VALUE "P".
                       88 NOTA-CANCELAMENTO VALUE "C".
                   02 NTC-DATA         PIC X(10).
                   02 NTC-VALOR        PIC 9(10)V99.
                   02 NTC-MOTIVO       PIC X(40).
                   02 NTC-OPERADOR     PIC X(8).
