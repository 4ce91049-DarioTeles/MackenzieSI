      *    Layout do registro de APROVACOES (fila de pedidos de
      *    aprovacao das operacoes sensiveis do supervisor),
      *    compartilhado por APROVREQ (consulta, pedido e baixa
      *    pela execucao), APROVMNT (decisao por outro supervisor)
      *    e APROVREL (relatorio por operador). Operacoes sujeitas
      *    a aprovacao e o que vai em APR-PARAMETROS:
      *      ESTORNO   estorno de baixa (fatura, cliente, compet.)
      *      REATIVA   reativacao de suspenso (cliente)
      *      MERGECLI  unificacao (sobrevivente e duplicado)
      *      REABRMES  reabertura de competencia em FECHAMES
      *      CANLOTE   cancelamento em lote (quantidade e lista)
      *      RENOVA    renovacao em massa (janela e reajuste)
      *    O pedido nasce pendente; aprovado, fica valendo para uma
      *    unica execucao da operacao com os mesmos parametros,
      *    que o da como executado. Pendente alem de DIAS-APROVACAO
      *    (PARAMS) expira sem efeito.
       01          REG-APROVACAO.
                   02 APR-NUMERO       PIC 9(6).
                   02 APR-OPERACAO     PIC X(8).
                   02 APR-PARAMETROS   PIC X(60).
                   02 APR-MOTIVO       PIC X(40).
                   02 APR-SOLICITANTE  PIC X(8).
                   02 APR-DATA-PEDIDO  PIC 9(8).
                   02 APR-HORA-PEDIDO  PIC 9(6).
                   02 APR-STATUS       PIC X(1).
                       88 APR-PENDENTE      VALUE "P".
                       88 APR-APROVADO      VALUE "A".
                       88 APR-REJEITADO     VALUE "R".
                       88 APR-EXPIRADO      VALUE "X".
                       88 APR-EXECUTADO     VALUE "E".
                   02 APR-APROVADOR    PIC X(8).
                   02 APR-DATA-DECISAO PIC 9(8).
                   02 APR-OBS-DECISAO  PIC X(40).
                   02 APR-EXECUTOR     PIC X(8).
                   02 APR-DATA-EXECUCAO PIC 9(8).
