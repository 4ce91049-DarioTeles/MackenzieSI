      *    contato dentro do cliente, permitindo varios contatos por
      *    cliente e a localizacao de todos eles via START pelo
      *    codigo do cliente.
      *    CTT-FUNCAO tambem define o papel do contato na fila de
      *    e-mail (MSGDEST): FINANC... recebe faturas e cobranca,
      *    CONTRAT... ou RESPONS... recebe os avisos de renovacao.
       01          REG-CONTATO.
                   02 CTT-CHAVE.
                       03 CTT-COD-CLIENTE  PIC 9(6).
