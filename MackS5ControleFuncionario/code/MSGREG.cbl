       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   MSGREG INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-MENSAGENS ASSIGN  TO WS-CAMINHO-MSG
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MSG-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MSG.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-MENSAGENS
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-MSG   PIC XX      VALUE SPACES.
       77      WS-PROX-SEQ    PIC 9(3)    VALUE ZEROS.
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DEST-NOME   PIC X(30)   VALUE SPACES.
       77      WS-DEST-EMAIL  PIC X(40)   VALUE SPACES.
       77      WS-DEST-RESULT PIC X(1)    VALUE SPACE.
       77      WS-CAMINHO-MSG PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".

       LINKAGE         SECTION.
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-PAPEL            PIC X(1).
       01      LK-TIPO             PIC X(8).
       01      LK-ASSUNTO          PIC X(60).
       01      LK-TEXTO            PIC X(280).
       01      LK-REFERENCIA       PIC X(30).
       01      LK-ORIGEM           PIC X(8).
       01      LK-OPERADOR         PIC X(8).

      *    Enfileira uma mensagem de e-mail para o cliente no
      *    papel pedido (F financeiro, C contrato; ver MSGDEST),
      *    com assunto, texto de ate quatro linhas de 70 posicoes
      *    e referencia ao documento (fatura, carta). A mensagem
      *    sem destinatario valido e gravada assim mesmo, como
      *    "S", para sair no envio quando o contato for acertado.
      *    Falha aqui so avisa, como em CATREG: o documento em si
      *    ja foi gerado.
       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-PAPEL LK-TIPO
                                LK-ASSUNTO LK-TEXTO LK-REFERENCIA
                                LK-ORIGEM LK-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-MSG FROM ENVIRONMENT "MSGFILA_PATH".
           IF WS-CAMINHO-MSG = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO WS-CAMINHO-MSG
           END-IF.

      *    MSGFILA.DAT pode ainda nao existir na primeira
      *    mensagem; nesse caso e criado vazio antes de ser aberto
      *    para atualizacao, como CATALOGO.DAT em CATREG.
           OPEN I-O ARQ-MENSAGENS.
           IF COD-ERRO-MSG NOT = "00"
               OPEN OUTPUT ARQ-MENSAGENS
               CLOSE ARQ-MENSAGENS
               OPEN I-O ARQ-MENSAGENS
           END-IF.
           IF COD-ERRO-MSG NOT = "00"
               DISPLAY "Aviso: fila de mensagens inacessivel."
               GOBACK
           END-IF.

           CALL "MSGDEST" USING LK-COD-CLIENTE LK-PAPEL WS-DEST-NOME
                                WS-DEST-EMAIL WS-DEST-RESULT.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           PERFORM ROT-PROXIMA-SEQUENCIA.

           MOVE LK-COD-CLIENTE     TO MSG-COD-CLIENTE.
           MOVE WS-DATA-HOJE-NUM   TO MSG-DATA-GERACAO.
           MOVE WS-PROX-SEQ        TO MSG-SEQUENCIA.
           MOVE LK-TIPO            TO MSG-TIPO.
           MOVE LK-PAPEL           TO MSG-PAPEL.
           MOVE WS-DEST-NOME       TO MSG-DESTINO-NOME.
           MOVE WS-DEST-EMAIL      TO MSG-DESTINO-EMAIL.
           MOVE LK-ASSUNTO         TO MSG-ASSUNTO.
           MOVE LK-TEXTO           TO MSG-TEXTO.
           MOVE LK-REFERENCIA      TO MSG-REFERENCIA.
           MOVE LK-ORIGEM          TO MSG-ORIGEM.
           MOVE LK-OPERADOR        TO MSG-OPERADOR.
           MOVE ZEROS              TO MSG-TENTATIVAS MSG-DATA-ENVIO.
           IF WS-DEST-RESULT = "S"
               SET MENSAGEM-PENDENTE TO TRUE
               MOVE SPACES TO MSG-MOTIVO
           ELSE
               SET MENSAGEM-SEM-DESTINO TO TRUE
               IF WS-DEST-RESULT = "I"
                   MOVE "E-MAIL INVALIDO NO CONTATO" TO MSG-MOTIVO
               ELSE
                   MOVE "SEM CONTATO ATIVO NO PAPEL" TO MSG-MOTIVO
               END-IF
           END-IF.
           WRITE REG-MENSAGEM.
           IF COD-ERRO-MSG NOT = "00"
               DISPLAY "Aviso: mensagem nao enfileirada: "
                       COD-ERRO-MSG
           END-IF.

           CLOSE ARQ-MENSAGENS.
           GOBACK.

      *    A sequencia e a ultima usada no dia para o mesmo
      *    cliente mais um, pelo START no inicio da chave, como em
      *    HISTREG.
       ROT-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE LK-COD-CLIENTE   TO MSG-COD-CLIENTE.
           MOVE WS-DATA-HOJE-NUM TO MSG-DATA-GERACAO.
           MOVE ZEROS            TO MSG-SEQUENCIA.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-MENSAGENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF MSG-COD-CLIENTE NOT = LK-COD-CLIENTE
                       OR MSG-DATA-GERACAO NOT = WS-DATA-HOJE-NUM
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE MSG-SEQUENCIA TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-SEQ.
