      *    Layout do registro de CONTAMAP (de-para contabil), mantido
      *    em CTBMNT e lido por CTBEXP na exportacao dos lancamentos.
      *    Um registro por tipo de evento, com a conta a debitar e a
      *    conta a creditar no plano de contas da contabilidade:
      *      EMISSAO     emissao da fatura, pelo valor bruto
      *      RETENCAO    tributos retidos na fonte pelo cliente
      *      CREDITO     nota de credito ou cancelamento de fatura
      *      RECEBTO     recebimento (MOVPAGTO tipo "R")
      *      ESTORNO     estorno de baixa (MOVPAGTO tipo "E")
      *      MULTA       multa de atraso cobrada na fatura
      *      JUROS       juros de atraso cobrados na fatura
      *    Evento sem registro impede a liberacao do arquivo.
       01          REG-CONTAMAP.
                   02 CTM-EVENTO       PIC X(10).
                   02 CTM-CONTA-DEB    PIC X(20).
                   02 CTM-CONTA-CRED   PIC X(20).
                   02 CTM-HISTORICO    PIC X(30).
