      *    Layout do registro de HISTVALOR (historico do valor de
      *    contrato), gravado por HISTREG a pedido de ALTERACAO e
      *    RENOVA (mudanca do VC) e de ITENSMNT (mudanca do valor
      *    de um item de ITENSSERV, inclusao e inativacao), e lido
      *    por REAJRET. A vigencia e a data a partir da qual o
      *    valor novo vale, que pode ser anterior a data do
      *    registro quando o reajuste e acertado com atraso; vale
      *    para a competencia da vigencia em diante. Item
      *    inativado tem valor depois zero e item novo, valor
      *    antes zero.
       01          REG-HISTVALOR.
                   02 HVC-CHAVE.
                       03 HVC-COD-CLIENTE  PIC 9(6).
                       03 HVC-VIGENCIA     PIC 9(8).
                       03 HVC-SEQUENCIA    PIC 9(3).
                   02 HVC-TIPO         PIC X(1).
                       88 HISTORICO-VC      VALUE "V".
                       88 HISTORICO-ITEM    VALUE "I".
                   02 HVC-ITEM-SEQ     PIC 9(3).
                   02 HVC-VALOR-ANTES  PIC 9(10)V99.
                   02 HVC-VALOR-DEPOIS PIC 9(10)V99.
                   02 HVC-ORIGEM       PIC X(8).
                   02 HVC-OPERADOR     PIC X(8).
                   02 HVC-DATA-REGISTRO PIC 9(8).
