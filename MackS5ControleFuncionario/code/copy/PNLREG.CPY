      *    Layout do registro de PAINEL (indicadores gerenciais),
      *    gravado pelo passo PAINELAT do fechamento do dia e lido
      *    pela tela PAINEL. Um unico registro, de codigo "ATUAL",
      *    no mesmo desenho de CONTROLE: a tela nunca varre
      *    FATURAS, so mostra o que o fechamento da noite apurou.
      *    As regras seguem as dos relatorios de origem:
      *      receita mensal  soma dos itens ativos do cliente
      *                      ativo, ou o VC sem itens (FATURA)
      *      faturado        FAT-VALOR - FAT-VALOR-CREDITO da
      *                      competencia; recebido, o acumulado
      *                      de FAT-VALOR-PAGO (FECHAMES)
      *      em aberto       saldo das faturas A/B; vencido, o
      *                      que tem atraso em dia util (AGING)
      *      vencendo        contratos ativos dentro da janela
      *                      DIAS-AVISO-VENCTO (VENCTOS)
      *    Os maiores devedores sao ordenados pelo saldo vencido.
       01          REG-PAINEL.
                   02 PNL-CODIGO       PIC X(8).
                   02 PNL-DATA-GERACAO PIC 9(8).
                   02 PNL-HORA-GERACAO PIC 9(6).
                   02 PNL-COMPETENCIA  PIC 9(6).
                   02 PNL-QTD-ATIVOS   PIC 9(5).
                   02 PNL-QTD-SUSPENSOS PIC 9(5).
                   02 PNL-QTD-CANCELADOS PIC 9(5).
                   02 PNL-RECEITA-MENSAL PIC 9(13)V99.
                   02 PNL-QTD-FATURADAS PIC 9(5).
                   02 PNL-VAL-FATURADO PIC 9(13)V99.
                   02 PNL-VAL-RECEBIDO PIC 9(13)V99.
                   02 PNL-QTD-ABERTAS  PIC 9(5).
                   02 PNL-VAL-ABERTO   PIC 9(13)V99.
                   02 PNL-QTD-VENCIDAS PIC 9(5).
                   02 PNL-VAL-VENCIDO  PIC 9(13)V99.
                   02 PNL-PCT-VENCIDO  PIC 9(3)V99.
                   02 PNL-DIAS-AVISO   PIC 9(3).
                   02 PNL-QTD-VENCENDO PIC 9(5).
                   02 PNL-VC-VENCENDO  PIC 9(13)V99.
                   02 PNL-DEVEDOR OCCURS 5 TIMES.
                       03 PNL-DEV-CODIGO   PIC 9(6).
                       03 PNL-DEV-NOME     PIC X(30).
                       03 PNL-DEV-SALDO    PIC 9(13)V99.
                       03 PNL-DEV-DIAS     PIC 9(5).
