      *    Layout do registro de CATOCOR (categorias de ocorrencia
      *    de atendimento), mantido em CATOCMNT e lido por OCORMNT
      *    na abertura de cada ocorrencia. CTO-DIAS-SLA e o prazo
      *    de atendimento em dias corridos a partir da abertura.
       01          REG-CATOCOR.
                   02 CTO-CODIGO       PIC X(10).
                   02 CTO-DESCRICAO    PIC X(30).
                   02 CTO-DIAS-SLA     PIC 9(3).
