      *    Layout do registro de CREDITO (score de pagamento e
      *    limite de credito), refeito todo mes por CREDSCOR e
      *    consultado por CREDCHK nas telas que aumentam valor de
      *    contrato (INCLUSAO, ALTERACAO, ITENSMNT, RENOVA).
      *    Ha um registro por cliente com faturas na janela de
      *    apuracao (tipo C, identificado pelo codigo) e um por
      *    radical de CNPJ com mais de um cliente no cadastro
      *    (tipo G, grupo matriz/filiais, identificado pelo
      *    radical): quando o grupo existe o limite vale para o
      *    grupo inteiro, porque a exposicao de credito e do
      *    grupo, nao da filial.
      *    Pagamentos contados: cada recebimento em MOVPAGTO e cada
      *    fatura ainda em aberto ja vencida. O atraso e contado
      *    contra o vencimento rolado para dia util, como no AGING.
      *    Score de 0 a 100:
      *      100 - atraso medio em dias (no maximo 40)
      *          - 30 x proporcao de pagamentos em atraso
      *          - 10 x proporcao de pagamentos parciais
      *          - 10 por estorno (no maximo 20)
      *    Limite = base mensal x CREDITO-MESES-LIMITE (PARAMS)
      *    x score / 100, com a base mensal na media faturada por
      *    fatura da janela (soma dos clientes, no grupo).
       01          REG-CREDITO.
                   02 CRD-CHAVE.
                       03 CRD-TIPO         PIC X(1).
                           88 CREDITO-CLIENTE   VALUE "C".
                           88 CREDITO-GRUPO     VALUE "G".
                       03 CRD-IDENT        PIC 9(8).
                   02 CRD-COMPETENCIA  PIC 9(6).
                   02 CRD-DATA-CALCULO PIC 9(8).
                   02 CRD-QTD-CLIENTES PIC 9(5).
                   02 CRD-QTD-FATURAS  PIC 9(5).
                   02 CRD-QTD-PAGTOS   PIC 9(5).
                   02 CRD-QTD-ATRASOS  PIC 9(5).
                   02 CRD-QTD-PARCIAIS PIC 9(5).
                   02 CRD-QTD-ESTORNOS PIC 9(5).
                   02 CRD-SOMA-ATRASO  PIC 9(9).
                   02 CRD-MEDIA-ATRASO PIC 9(5).
                   02 CRD-VAL-FATURADO PIC 9(13)V99.
                   02 CRD-BASE-MENSAL  PIC 9(13)V99.
                   02 CRD-SCORE        PIC 9(3).
                   02 CRD-LIMITE       PIC 9(13)V99.
