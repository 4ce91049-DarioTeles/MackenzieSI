      *    Layout do registro de OCORRENCIAS (atendimentos: ligacoes,
      *    reclamacoes e solicitacoes do cliente), compartilhado por
      *    OCORMNT (manutencao), OCOREL (relatorio de abertas e
      *    vencidas), LEITURA e FICHA (quantidade em aberto). A
      *    chave e composta: codigo do cliente mais a sequencia da
      *    ocorrencia dentro do cliente, no mesmo desenho de
      *    REG-CONTATO. OCO-CTT-SEQUENCIA aponta o contato que fez o
      *    pedido (zeros quando nao identificado). O prazo sai da
      *    categoria, pelos dias de SLA de CATOCOR, contados da
      *    abertura.
       01          REG-OCORRENCIA.
                   02 OCO-CHAVE.
                       03 OCO-COD-CLIENTE  PIC 9(6).
                       03 OCO-SEQUENCIA    PIC 9(3).
                   02 OCO-CTT-SEQUENCIA PIC 9(3).
                   02 OCO-CATEGORIA    PIC X(10).
                   02 OCO-DESCRICAO    PIC X(50).
                   02 OCO-OPERADOR     PIC X(8).
                   02 OCO-DATA-ABERTURA PIC X(10).
                   02 OCO-DATA-PRAZO   PIC X(10).
                   02 OCO-STATUS       PIC X(1).
                       88 OCORRENCIA-ABERTA    VALUE "A".
                       88 OCORRENCIA-RESOLVIDA VALUE "R".
                   02 OCO-RESOLUCAO    PIC X(50).
                   02 OCO-OPER-RESOLUCAO PIC X(8).
                   02 OCO-DATA-RESOLUCAO PIC X(10).
