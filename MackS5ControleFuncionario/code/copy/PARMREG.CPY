      *    compartilhado por PARMNT (manutencao) e pelos programas
      *    que leem parametros na abertura (INCLUSAO, ALTERACAO,
      *    VENCTOS, LISTAGEM, LEITURA, CARTAS, PAGFAT, COBRANCA,
      *    SUSPENDE, REMESSA, MENU, CATMNU, ACOQUEBR, RPSEXP,
      *    FLUXOCX, CICLOMES, LGPDMNT, LGPDRET, APROVREQ, APROVMNT,
      *    APROVREL, PROPMNT, PDDCALC, CREDSCOR).
      *    Codigos em uso - a grafia exata e o que se digita em
      *    PARMNT:
      *      VALOR-MINIMO-CONTR  piso do valor de contrato
      *      DIAS-AVISO-VENCTO   janela de aviso de vencimento
      *      LINHAS-POR-PAGINA   linhas por pagina da listagem
      *                          (zero desliga a expiracao)
      *      RETENCAO-RELATORIOS dias de retencao do catalogo de
      *                          relatorios no expurgo
      *      DIAS-QUEBRA-ACORDO  atraso de parcela que quebra o
      *                          acordo de parcelamento
      *      INSCR-MUNICIPAL     inscricao municipal do prestador
      *                          no lote de RPS da NFS-e
      *      COD-SERVICO-NFSE    codigo do servico na lista
      *                          municipal, informado em cada RPS
      *      DIAS-RISCO-FLUXO    atraso medio do cliente acima do
      *                          qual a emissao projetada na
      *                          previsao de recebimentos e risco
      *      DIA-UTIL-CICLO      n-esimo dia util do mes a partir
      *                          do qual o ciclo mensal de
      *                          faturamento pode rodar
      *      DIAS-COPIAS-LGPD    dias de copias diarias de CONTATOS
      *                          (ARQSAVE) varridos no atendimento
      *                          LGPD ao titular
      *      MESES-RETENCAO-LGPD meses depois do arquivamento em
      *                          que os contatos do cliente sao
      *                          anonimizados por LGPDRET
      *      DIAS-APROVACAO      dias em que o pedido de aprovacao
      *                          fica pendente antes de expirar
      *      DIAS-VALIDADE-PROP  dias de validade sugeridos para a
      *                          proposta comercial nova
      *      PCT-PDD-A-VENCER    provisao para devedores duvidosos
      *                          sobre o saldo a vencer (%)
      *      PCT-PDD-ATE-30      idem, atraso de 1 a 30 dias (%)
      *      PCT-PDD-ATE-60      idem, atraso de 31 a 60 dias (%)
      *      PCT-PDD-ATE-90      idem, atraso de 61 a 90 dias (%)
      *      PCT-PDD-ACIMA-90    idem, atraso acima de 90 dias (%)
      *      CREDITO-MESES-HIST  meses de faturas apurados no score
      *                          de pagamento (CREDSCOR)
      *      CREDITO-MESES-LIMITE meses de faturamento medio que o
      *                          limite de credito cobre com score
      *                          100
      *    Parametro ausente deixa valer o padrao gravado no
      *    programa, entao o arquivo pode crescer aos poucos.
       01          REG-PARAMETRO.
