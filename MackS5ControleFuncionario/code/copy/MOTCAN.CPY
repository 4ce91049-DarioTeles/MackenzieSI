      *    Layout do registro de MOTCANC (motivos de cancelamento
      *    de cliente), mantido em MOTCMNT e conferido por CANREG
      *    em todo cancelamento (DELECAO, CANLOTE, MERGECLI).
      *    MOT-PERDA marca o motivo que e perda de cliente de fato
      *    (preco, encerramento, concorrencia); motivo sem perda,
      *    como cadastro duplicado unificado, fica fora da taxa de
      *    cancelamento do relatorio CHURN. Motivo inativo nao
      *    aceita cancelamento novo, mas continua valendo para os
      *    ja registrados.
       01          REG-MOTIVO.
                   02 MOT-CODIGO       PIC X(10).
                   02 MOT-DESCRICAO    PIC X(30).
                   02 MOT-PERDA        PIC X(1).
                       88 MOTIVO-PERDA      VALUE "S".
                   02 MOT-SITUACAO     PIC X(1).
                       88 MOTIVO-ATIVO      VALUE "A".
                       88 MOTIVO-INATIVO    VALUE "I".
