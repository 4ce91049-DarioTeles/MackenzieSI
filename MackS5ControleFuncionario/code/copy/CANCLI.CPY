      *    Layout do registro de CANCELAM (registro dos
      *    cancelamentos de cliente), gravado por CANREG a pedido
      *    de DELECAO, CANLOTE e MERGECLI e lido pelo relatorio
      *    CHURN. A chave e o cliente mais a data do cancelamento
      *    e a sequencia no dia, no desenho de REG-HISTVALOR. O
      *    registro guarda o motivo e uma copia dos dados do
      *    cliente no momento do cancelamento (valor de contrato,
      *    vendedor e UF), que sao a base da analise de perdas.
       01          REG-CANCELAMENTO.
                   02 CAN-CHAVE.
                       03 CAN-COD-CLIENTE  PIC 9(6).
                       03 CAN-DATA         PIC 9(8).
                       03 CAN-SEQUENCIA    PIC 9(2).
                   02 CAN-MOTIVO       PIC X(10).
                   02 CAN-ORIGEM       PIC X(8).
                   02 CAN-OPERADOR     PIC X(8).
                   02 CAN-NOME         PIC X(30).
                   02 CAN-VC           PIC 9(10)V99.
                   02 CAN-COD-VENDEDOR PIC 9(3).
                   02 CAN-UF           PIC X(2).
                   02 CAN-OBSERVACAO   PIC X(30).
