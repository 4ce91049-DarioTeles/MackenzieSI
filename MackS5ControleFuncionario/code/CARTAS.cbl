       01      CARTA-TEXTO-5   PIC X(60) VALUE
               "Setor Comercial".

      *    Mensagem de e-mail da carta, enfileirada em MSGFILA
      *    (MSGREG) para o responsavel pelo contrato no cliente.
       77      WS-MSG-PAPEL   PIC X(1)    VALUE "C".
       77      WS-MSG-TIPO    PIC X(8)    VALUE "RENOVACA".
       77      WS-MSG-ORIGEM  PIC X(8)    VALUE "CARTAS".
       77      WS-MSG-ASSUNTO PIC X(60)   VALUE
               "Aviso de renovacao de contrato".
       77      WS-MSG-REFERENCIA PIC X(30) VALUE SPACES.
       01      WS-MSG-TEXTO.
           02 WS-MSG-LINHA    PIC X(70) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           WRITE LINHA-CARTA FROM CARTA-TEXTO-5.
           WRITE LINHA-CARTA FROM LINHA-TRACO.
           WRITE LINHA-CARTA FROM LINHA-BRANCO.
           PERFORM ROT-ENFILEIRA-MENSAGEM.

      *    A mesma carta vai por e-mail ao responsavel pelo
      *    contrato, pela fila de mensagens; a referencia aponta o
      *    maco impresso desta execucao.
       ROT-ENFILEIRA-MENSAGEM.
           MOVE SPACES TO WS-MSG-REFERENCIA WS-MSG-TEXTO.
           MOVE CARTA-TEXTO-2 TO WS-MSG-LINHA(1).
           MOVE CARTA-VALOR   TO WS-MSG-LINHA(2).
           MOVE CARTA-TEXTO-3 TO WS-MSG-LINHA(3).
           MOVE CARTA-TEXTO-5 TO WS-MSG-LINHA(4).
           STRING "CARTAS " NRL-DATA "_" NRL-HORA
               DELIMITED BY SIZE INTO WS-MSG-REFERENCIA.
           CALL "MSGREG" USING CodCliente WS-MSG-PAPEL WS-MSG-TIPO
                               WS-MSG-ASSUNTO WS-MSG-TEXTO
                               WS-MSG-REFERENCIA WS-MSG-ORIGEM
                               WS-OPER-REL.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
