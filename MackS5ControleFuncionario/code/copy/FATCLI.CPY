      *    para o aging e os totais de emissao continuarem sobre
      *    FAT-VALOR. O total devido de uma fatura e FAT-VALOR +
      *    FAT-MULTA + FAT-JUROS.
      *    A fatura incluida num acordo de parcelamento (ACORDOS)
      *    fica renegociada ("R"): sai do aging, da cobranca e da
      *    suspensao, e passa a receber o que e pago nas parcelas
      *    do acordo. Acordo quebrado devolve a fatura para aberta
      *    ou parcial com o saldo que restou.
      *    FAT-VALOR-CREDITO acumula as notas de credito emitidas
      *    contra a fatura (NOTACRED, arquivo NOTASCRE). A fatura
      *    cancelada ("C") tem credito igual ao valor e nao e mais
      *    cobrada.
      *    FAT-RET-xxx guardam os tributos retidos na fonte pelo
      *    cliente (perfil em PERFTRIB, aliquotas em ALIQUOTAS),
      *    calculados por FATURA na emissao sobre o valor bruto e
      *    reduzidos na mesma proporcao por nota de credito.
      *    FAT-VALOR-LIQUIDO e o que o cliente de fato paga:
      *    FAT-VALOR - FAT-VALOR-CREDITO - retencoes. O saldo em
      *    aberto (aging, cobranca, remessa, retorno, baixa) e
      *    FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS - FAT-VALOR-PAGO;
      *    os totais de faturamento continuam pelo bruto liquido de
      *    creditos, FAT-VALOR - FAT-VALOR-CREDITO.
      *    FAT-NFSE-xxx guardam a nota fiscal de servico eletronica
      *    emitida pela prefeitura para a fatura: o RPS sai de
      *    RPSEXP com o proprio numero da fatura e o retorno da
      *    prefeitura e carimbado por RPSRET. Em branco enquanto a
      *    NFS-e nao foi emitida.
       01          REG-FATURA.
                   02 FAT-CHAVE.
                       03 FAT-COD-CLIENTE  PIC 9(6).
                       88 FATURA-PAGA       VALUE "P".
                       88 FATURA-PARCIAL    VALUE "B".
                       88 FATURA-PENDENTE   VALUES "A" "B".
                       88 FATURA-RENEGOCIADA VALUE "R".
                       88 FATURA-CANCELADA  VALUE "C".
                   02 FAT-DATA-PAGTO   PIC X(10).
                   02 FAT-VALOR-PAGO   PIC 9(10)V99.
                   02 FAT-MULTA        PIC 9(10)V99.
                   02 FAT-JUROS        PIC 9(10)V99.
                   02 FAT-OPERADOR     PIC X(8).
                   02 FAT-VALOR-CREDITO PIC 9(10)V99.
                   02 FAT-RET-ISS      PIC 9(10)V99.
                   02 FAT-RET-IRRF     PIC 9(10)V99.
                   02 FAT-RET-PIS      PIC 9(10)V99.
                   02 FAT-RET-COFINS   PIC 9(10)V99.
                   02 FAT-RET-CSLL     PIC 9(10)V99.
                   02 FAT-VALOR-LIQUIDO PIC 9(10)V99.
                   02 FAT-NFSE-NUMERO  PIC X(15).
                   02 FAT-NFSE-VERIF   PIC X(10).
                   02 FAT-NFSE-DATA    PIC X(10).
