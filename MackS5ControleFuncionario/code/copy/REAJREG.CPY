      *    Layout do registro de REAJUSTES (diferencas de valor de
      *    contrato apuradas por REAJRET contra as faturas ja
      *    emitidas). A chave e a chave da fatura de origem
      *    (cliente+competencia) mais a sequencia da diferenca
      *    dentro dela. RJT-DIFERENCA e o devido pelo historico de
      *    valores (HISTVALOR) menos o ja faturado: positivo e
      *    cobranca complementar, negativo e devolucao.
      *    RJT-APLICACAO diz como a diferenca foi acertada:
      *      F  somada ao valor de uma fatura (a propria, ainda em
      *         aberto e sem NFS-e, ou a da competencia corrente,
      *         em REAJRET ou na emissao em FATURA)
      *      N  nota de credito contra a fatura (NOTASCRE)
      *      P  pendente, a cobrar na proxima fatura do cliente
      *    RJT-COMPET-DESTINO e RJT-NUM-DOCUMENTO apontam a fatura
      *    ou a nota que recebeu a diferenca. O registro e o que
      *    impede a mesma diferenca de ser cobrada duas vezes
      *    quando REAJRET roda de novo.
       01          REG-REAJUSTE.
                   02 RJT-CHAVE.
                       03 RJT-COD-CLIENTE  PIC 9(6).
                       03 RJT-COMPETENCIA  PIC 9(6).
                       03 RJT-SEQUENCIA    PIC 9(3).
                   02 RJT-VALOR-FATURADO PIC 9(10)V99.
                   02 RJT-VALOR-DEVIDO PIC 9(10)V99.
                   02 RJT-DIFERENCA    PIC S9(10)V99.
                   02 RJT-APLICACAO    PIC X(1).
                       88 REAJUSTE-NA-FATURA VALUE "F".
                       88 REAJUSTE-EM-NOTA   VALUE "N".
                       88 REAJUSTE-PENDENTE  VALUE "P".
                   02 RJT-COMPET-DESTINO PIC 9(6).
                   02 RJT-NUM-DOCUMENTO PIC 9(6).
                   02 RJT-DATA-APURACAO PIC 9(8).
                   02 RJT-DATA-APLICACAO PIC 9(8).
                   02 RJT-OPERADOR     PIC X(8).
