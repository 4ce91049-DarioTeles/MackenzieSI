      *    Layout do registro de MSGFILA (fila de mensagens de
      *    e-mail de saida). As mensagens sao enfileiradas por
      *    MSGREG a partir de FATURA (fatura emitida), COBRANCA
      *    (cartas de cobranca) e CARTAS (avisos de renovacao), e
      *    entregues ao gateway de e-mail por MSGENVIA. A chave e
      *    o cliente mais a data de geracao e a sequencia no dia,
      *    no desenho de REG-HISTVALOR.
      *    O destinatario e o contato ativo do cliente (CONTATOS)
      *    no papel da mensagem: financeiro para fatura e
      *    cobranca, responsavel pelo contrato para renovacao. A
      *    mensagem sem contato com e-mail valido fica "S" e e
      *    tentada de novo a cada envio, depois que o cadastro de
      *    contatos for acertado (relatorio SEMEMAIL).
       01          REG-MENSAGEM.
                   02 MSG-CHAVE.
                       03 MSG-COD-CLIENTE  PIC 9(6).
                       03 MSG-DATA-GERACAO PIC 9(8).
                       03 MSG-SEQUENCIA    PIC 9(3).
                   02 MSG-TIPO         PIC X(8).
                   02 MSG-PAPEL        PIC X(1).
                       88 PAPEL-FINANCEIRO  VALUE "F".
                       88 PAPEL-CONTRATO    VALUE "C".
                   02 MSG-STATUS       PIC X(1).
                       88 MENSAGEM-PENDENTE  VALUE "P".
                       88 MENSAGEM-ENVIADA   VALUE "E".
                       88 MENSAGEM-FALHOU    VALUE "F".
                       88 MENSAGEM-SEM-DESTINO VALUE "S".
                   02 MSG-DESTINO-NOME PIC X(30).
                   02 MSG-DESTINO-EMAIL PIC X(40).
                   02 MSG-ASSUNTO      PIC X(60).
                   02 MSG-TEXTO.
                       03 MSG-LINHA        PIC X(70) OCCURS 4 TIMES.
                   02 MSG-REFERENCIA   PIC X(30).
                   02 MSG-ORIGEM       PIC X(8).
                   02 MSG-OPERADOR     PIC X(8).
                   02 MSG-TENTATIVAS   PIC 9(2).
                   02 MSG-DATA-ENVIO   PIC 9(8).
                   02 MSG-MOTIVO       PIC X(30).
