      *    Layout do registro de PROPOSTAS (prospects e propostas
      *    comerciais), compartilhado por PROPMNT (manutencao e
      *    conversao da proposta ganha em cliente) e PROPREL
      *    (funil por vendedor). Os dados do prospect tem o mesmo
      *    desenho dos campos de REG-CLIENTE e o contato o de
      *    REG-CONTATO, para a conversao ser copia direta. Os itens
      *    propostos viram os itens de ITENSSERV do cliente novo e
      *    o valor da proposta, que e a soma deles, o VC. Aberta
      *    com a validade vencida continua aberta, mas nao pode ser
      *    dada como ganha sem renovar a validade.
       01          REG-PROPOSTA.
                   02 PRP-NUMERO       PIC 9(6).
                   02 PRP-NOME         PIC X(30).
                   02 PRP-CNPJ         PIC 9(14).
                   02 PRP-CEP          PIC 9(8).
                   02 PRP-ENDERECO     PIC X(30).
                   02 PRP-CIDADE       PIC X(20).
                   02 PRP-UF           PIC X(2).
                   02 PRP-COD-VENDEDOR PIC 9(3).
                   02 PRP-DATA-EMISSAO PIC X(10).
                   02 PRP-VALIDADE     PIC X(10).
                   02 PRP-INICIO-CONTR PIC X(10).
                   02 PRP-FIM-CONTR    PIC X(10).
                   02 PRP-CTT-NOME     PIC X(30).
                   02 PRP-CTT-FUNCAO   PIC X(20).
                   02 PRP-CTT-FONE     PIC X(15).
                   02 PRP-CTT-EMAIL    PIC X(40).
                   02 PRP-QTD-ITENS    PIC 9(1).
                   02 PRP-ITEM OCCURS 5 TIMES.
                       03 PRP-ITEM-DESCRICAO PIC X(30).
                       03 PRP-ITEM-VALOR     PIC 9(10)V99.
                   02 PRP-VALOR        PIC 9(10)V99.
                   02 PRP-STATUS       PIC X(1).
                       88 PROPOSTA-ABERTA   VALUE "A".
                       88 PROPOSTA-GANHA    VALUE "G".
                       88 PROPOSTA-PERDIDA  VALUE "P".
                   02 PRP-MOTIVO-PERDA PIC X(40).
                   02 PRP-COD-CLIENTE  PIC 9(6).
                   02 PRP-DATA-DECISAO PIC X(10).
                   02 PRP-OPERADOR     PIC X(8).
