      *    Layout do registro de ALIQUOTAS (tabela de retencoes na
      *    fonte), compartilhado por ALIQMNT (manutencao) e FATURA
      *    (calculo das retencoes na emissao). Um registro por
      *    tributo - a grafia exata e o que se digita em ALIQMNT:
      *      ISS     imposto sobre servicos retido pelo tomador
      *      IRRF    imposto de renda retido na fonte
      *      PIS     contribuicao PIS retida
      *      COFINS  contribuicao COFINS retida
      *      CSLL    contribuicao social retida
      *    Retencao calculada abaixo de ALQ-VALOR-MINIMO nao e
      *    retida (dispensa legal de valores pequenos). Tributo sem
      *    registro na tabela nao e retido de ninguem.
       01          REG-ALIQUOTA.
                   02 ALQ-CODIGO       PIC X(6).
                   02 ALQ-PERCENTUAL   PIC 9(2)V99.
                   02 ALQ-VALOR-MINIMO PIC 9(10)V99.
                   02 ALQ-DESCRICAO    PIC X(30).
