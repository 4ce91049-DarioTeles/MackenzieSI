      *    Layout do registro de PERFTRIB (perfil tributario do
      *    cliente), compartilhado por TRIBMNT (manutencao) e
      *    FATURA (calculo das retencoes na emissao). Um registro
      *    por cliente; cliente sem perfil nao sofre retencao. Cada
      *    indicador diz se o cliente retem aquele tributo na fonte
      *    ao pagar a fatura. PTR-ALIQ-ISS, quando maior que zero,
      *    substitui a aliquota de ISS da tabela (o ISS varia com o
      *    municipio do tomador).
       01          REG-PERFTRIB.
                   02 PTR-COD-CLIENTE  PIC 9(6).
                   02 PTR-RETEM-ISS    PIC X(1).
                       88 RETEM-ISS         VALUE "S".
                   02 PTR-RETEM-IRRF   PIC X(1).
                       88 RETEM-IRRF        VALUE "S".
                   02 PTR-RETEM-PIS    PIC X(1).
                       88 RETEM-PIS         VALUE "S".
                   02 PTR-RETEM-COFINS PIC X(1).
                       88 RETEM-COFINS      VALUE "S".
                   02 PTR-RETEM-CSLL   PIC X(1).
                       88 RETEM-CSLL        VALUE "S".
                   02 PTR-ALIQ-ISS     PIC 9(2)V99.
                   02 PTR-OPERADOR     PIC X(8).
                   02 PTR-DATA-ALTER   PIC X(10).
