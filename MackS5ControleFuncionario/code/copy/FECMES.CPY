      *    PAGFAT/RETORNO nao aceitam data de pagamento dentro
      *    dela. O registro guarda os totais do mes no momento do
      *    fechamento, para conferencia com a contabilidade.
      *    A provisao para devedores duvidosos do mes e gravada por
      *    PDDCALC antes do fechamento; se o registro ainda nao
      *    existe, PDDCALC o cria com a situacao em branco (mes
      *    aberto) e os totais zerados, que FECHAMES preenche ao
      *    fechar.
       01          REG-FECHMES.
                   02 FEC-COMPETENCIA  PIC 9(6).
                   02 FEC-STATUS       PIC X(1).
                       88 MES-ABERTO        VALUE SPACE.
                       88 MES-FECHADO       VALUE "F".
                       88 MES-REABERTO      VALUE "R".
                   02 FEC-QTD-EMITIDAS PIC 9(5).
                   02 FEC-VAL-RECEBIDO PIC 9(13)V99.
                   02 FEC-DATA-FECH    PIC X(10).
                   02 FEC-OPERADOR     PIC X(8).
                   02 FEC-VAL-PDD      PIC 9(13)V99.
                   02 FEC-QTD-PDD      PIC 9(5).
                   02 FEC-DATA-PDD     PIC 9(8).
