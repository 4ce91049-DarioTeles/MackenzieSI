       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   MSGENVIA.
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

               SELECT  ARQ-GATEWAY ASSIGN  TO WS-CAMINHO-GTW
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-GTW.

               SELECT  REL-ENVIO ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-MENSAGENS
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       FD          ARQ-GATEWAY
                   LABEL RECORD STANDARD.
       01          LINHA-GTW           PIC X(100).

       FD          REL-ENVIO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(132).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "MSGENVIA".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\MSGENVIA_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

      *    Lote entregue ao gateway de e-mail, um arquivo por
      *    execucao, no mesmo desenho do lote de RPS: o gateway
      *    recolhe os arquivos MAILGW_ da pasta de saida. A
      *    variavel MAILGW_PATH, quando informada, prevalece; como
      *    o nome e fixo, o lote que o gateway ainda nao recolheu
      *    recebe as mensagens novas no fim, em vez de ser
      *    regravado. O lote criado na execucao vai para o
      *    catalogo, com o tipo MAILGW, para o atendimento LGPD
      *    (LGPDMNT) achar os lotes ja gerados.
       77      WS-CAMINHO-GTW PIC X(100) VALUE SPACES.
       77      WS-TIPO-GTW    PIC X(8)   VALUE "MAILGW".
       77      WS-GTW-NOVO    PIC X      VALUE "N".
       01      WS-NOME-GTW.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\MAILGW_".
           02 NGW-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NGW-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-MSG   PIC XX      VALUES SPACES.
       77      COD-ERRO-GTW   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-CAMINHO-MSG PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-GTW-OK      PIC X       VALUE "N".
       77      WS-IND         PIC 9(1)    VALUE ZEROS.
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.

      *    Mensagem que falhou no gateway e tentada de novo nas
      *    execucoes seguintes ate o limite de tentativas; depois
      *    disso fica como falha, apontada no relatorio, ate
      *    alguem resolver o destino.
       77      WS-MAX-TENTATIVAS PIC 9(2) VALUE 3.
       77      WS-DEST-NOME   PIC X(30)   VALUE SPACES.
       77      WS-DEST-EMAIL  PIC X(40)   VALUE SPACES.
       77      WS-DEST-RESULT PIC X(1)    VALUE SPACE.

       77      WS-QTD-LIDAS      PIC 9(5) VALUE ZEROS.
       77      WS-QTD-ENVIADAS   PIC 9(5) VALUE ZEROS.
       77      WS-QTD-SEM-DEST   PIC 9(5) VALUE ZEROS.
       77      WS-QTD-FALHAS     PIC 9(5) VALUE ZEROS.
       77      WS-QTD-ESGOTADAS  PIC 9(5) VALUE ZEROS.
       77      WS-QTD-ERRO-GRAV  PIC 9(5) VALUE ZEROS.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Envio de mensagens de e-mail - fila MSGFILA".

       01      LINHA-LOTE.
           02 FILLER        PIC X(20) VALUE "Lote do gateway...: ".
           02 LOT-ARQUIVO   PIC X(100).

       01      LINHA-CABEC.
           02 FILLER        PIC X(40) VALUE
               "Client  Gerada    Tipo      Situacao    ".
           02 FILLER        PIC X(40) VALUE
               "Destino / motivo".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-DATA      PIC 9(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-TIPO      PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SITUACAO  PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-DESTINO   PIC X(40).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-MOTIVO    PIC X(30).

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(132) VALUE SPACES.

      *    Linhas do lote do gateway: cabecalho de cada mensagem
      *    com a chave da fila (para o retorno do gateway poder
      *    ser casado depois), destinatario, assunto, referencia e
      *    o texto, fechadas por FIM-MSG.
       01      GTW-INICIO.
           02 FILLER        PIC X(8)  VALUE "MSG:    ".
           02 GTW-COD-CLIENTE PIC 9(6).
           02 FILLER        PIC X(1)  VALUE "-".
           02 GTW-DATA      PIC 9(8).
           02 FILLER        PIC X(1)  VALUE "-".
           02 GTW-SEQ       PIC 9(3).
       01      GTW-PARA.
           02 FILLER        PIC X(8)  VALUE "PARA:   ".
           02 GTW-EMAIL     PIC X(40).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 GTW-NOME      PIC X(30).
       01      GTW-ASSUNTO.
           02 FILLER        PIC X(8)  VALUE "ASSUNTO:".
           02 GTW-TXT-ASSUNTO PIC X(60).
       01      GTW-REF.
           02 FILLER        PIC X(8)  VALUE "REF:    ".
           02 GTW-REFERENCIA PIC X(30).
       01      GTW-TEXTO.
           02 FILLER        PIC X(8)  VALUE "TEXTO:  ".
           02 GTW-LINHA     PIC X(70).
       01      GTW-FIM          PIC X(8)  VALUE "FIM-MSG".

      *    Entrega ao gateway de e-mail as mensagens da fila ainda
      *    nao enviadas. O destinatario e conferido de novo no
      *    envio (MSGDEST), entao o contato acertado depois da
      *    geracao ja vale, e a mensagem sem destino volta a ser
      *    tentada. Mensagem entregue fica "E" com a data do envio;
      *    falha de gravacao no lote fica "F" e conta tentativa.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-MSG FROM ENVIRONMENT "MSGFILA_PATH".
           IF WS-CAMINHO-MSG = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO WS-CAMINHO-MSG
           END-IF.
           OPEN I-O ARQ-MENSAGENS.
           IF COD-ERRO-MSG NOT = "00"
               DISPLAY "Fila de mensagens nao encontrada: "
                       WS-CAMINHO-MSG
               DISPLAY "Nenhuma mensagem a enviar."
               GOBACK
           END-IF.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA NGW-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA NGW-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           ACCEPT WS-CAMINHO-GTW FROM ENVIRONMENT "MAILGW_PATH".
           IF WS-CAMINHO-GTW = SPACES
               MOVE WS-NOME-GTW TO WS-CAMINHO-GTW
           END-IF.

      *    Sem o lote do gateway nada e enviado: a fila fica como
      *    esta para a proxima execucao.
           OPEN EXTEND ARQ-GATEWAY.
           IF COD-ERRO-GTW NOT = "00"
               OPEN OUTPUT ARQ-GATEWAY
               MOVE "S" TO WS-GTW-NOVO
           END-IF.
           IF COD-ERRO-GTW NOT = "00"
               DISPLAY "Lote do gateway nao pode ser criado: "
                       WS-CAMINHO-GTW
               CLOSE ARQ-MENSAGENS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REL-ENVIO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-CAMINHO-GTW TO LOT-ARQUIVO.
           WRITE LINHA-REL FROM LINHA-LOTE.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           MOVE ZEROS TO MSG-CHAVE.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQ
           END-START.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-MENSAGENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-AVALIA-MENSAGEM
                           THRU FIM-AVALIA-MENSAGEM
               END-READ
           END-PERFORM.

           PERFORM ROT-TOTAIS.

           CLOSE ARQ-MENSAGENS.
           CLOSE ARQ-GATEWAY.
           CLOSE REL-ENVIO.
           IF WS-GTW-NOVO = "S"
               CALL "CATREG" USING WS-TIPO-GTW WS-CAMINHO-GTW
                                   WS-OPER-REL
           END-IF.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Envio concluido. Mensagens enviadas: "
                   WS-QTD-ENVIADAS.
           DISPLAY "Sem destino: " WS-QTD-SEM-DEST
                   "  Falhas: " WS-QTD-FALHAS.
           DISPLAY "Lote do gateway: " WS-CAMINHO-GTW.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

       ROT-AVALIA-MENSAGEM.
           IF MENSAGEM-ENVIADA
               GO TO FIM-AVALIA-MENSAGEM
           END-IF.
           IF MENSAGEM-FALHOU
           AND MSG-TENTATIVAS NOT < WS-MAX-TENTATIVAS
               ADD 1 TO WS-QTD-ESGOTADAS
               MOVE "ESGOTADA" TO DET-SITUACAO
               PERFORM ROT-LINHA-DETALHE
               GO TO FIM-AVALIA-MENSAGEM
           END-IF.
           ADD 1 TO WS-QTD-LIDAS.

           CALL "MSGDEST" USING MSG-COD-CLIENTE MSG-PAPEL
                                WS-DEST-NOME WS-DEST-EMAIL
                                WS-DEST-RESULT.
           IF WS-DEST-RESULT NOT = "S"
               SET MENSAGEM-SEM-DESTINO TO TRUE
               MOVE SPACES TO MSG-DESTINO-NOME MSG-DESTINO-EMAIL
               IF WS-DEST-RESULT = "I"
                   MOVE "E-MAIL INVALIDO NO CONTATO" TO MSG-MOTIVO
               ELSE
                   MOVE "SEM CONTATO ATIVO NO PAPEL" TO MSG-MOTIVO
               END-IF
               ADD 1 TO WS-QTD-SEM-DEST
               MOVE "SEM DEST." TO DET-SITUACAO
               PERFORM ROT-REGRAVA-MENSAGEM
               PERFORM ROT-LINHA-DETALHE
               GO TO FIM-AVALIA-MENSAGEM
           END-IF.

           MOVE WS-DEST-NOME  TO MSG-DESTINO-NOME.
           MOVE WS-DEST-EMAIL TO MSG-DESTINO-EMAIL.
           PERFORM ROT-GRAVA-LOTE.
           IF WS-GTW-OK = "S"
               SET MENSAGEM-ENVIADA TO TRUE
               MOVE WS-DATA-HOJE-NUM TO MSG-DATA-ENVIO
               MOVE SPACES TO MSG-MOTIVO
               ADD 1 TO WS-QTD-ENVIADAS
               PERFORM ROT-REGRAVA-MENSAGEM
           ELSE
               SET MENSAGEM-FALHOU TO TRUE
               ADD 1 TO MSG-TENTATIVAS
               MOVE SPACES TO MSG-MOTIVO
               STRING "ERRO NO LOTE DO GATEWAY " COD-ERRO-GTW
                   DELIMITED BY SIZE INTO MSG-MOTIVO
               ADD 1 TO WS-QTD-FALHAS
               MOVE "FALHA" TO DET-SITUACAO
               PERFORM ROT-REGRAVA-MENSAGEM
               PERFORM ROT-LINHA-DETALHE
           END-IF.

       FIM-AVALIA-MENSAGEM.
           EXIT.

      *    Grava a mensagem no lote do gateway; qualquer linha que
      *    falhe derruba a mensagem inteira.
       ROT-GRAVA-LOTE.
           MOVE "S" TO WS-GTW-OK.
           MOVE MSG-COD-CLIENTE  TO GTW-COD-CLIENTE.
           MOVE MSG-DATA-GERACAO TO GTW-DATA.
           MOVE MSG-SEQUENCIA    TO GTW-SEQ.
           WRITE LINHA-GTW FROM GTW-INICIO.
           IF COD-ERRO-GTW NOT = "00"
               MOVE "N" TO WS-GTW-OK
           END-IF.
           MOVE MSG-DESTINO-EMAIL TO GTW-EMAIL.
           MOVE MSG-DESTINO-NOME  TO GTW-NOME.
           WRITE LINHA-GTW FROM GTW-PARA.
           IF COD-ERRO-GTW NOT = "00"
               MOVE "N" TO WS-GTW-OK
           END-IF.
           MOVE MSG-ASSUNTO TO GTW-TXT-ASSUNTO.
           WRITE LINHA-GTW FROM GTW-ASSUNTO.
           IF COD-ERRO-GTW NOT = "00"
               MOVE "N" TO WS-GTW-OK
           END-IF.
           MOVE MSG-REFERENCIA TO GTW-REFERENCIA.
           WRITE LINHA-GTW FROM GTW-REF.
           IF COD-ERRO-GTW NOT = "00"
               MOVE "N" TO WS-GTW-OK
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               IF MSG-LINHA(WS-IND) NOT = SPACES
                   MOVE MSG-LINHA(WS-IND) TO GTW-LINHA
                   WRITE LINHA-GTW FROM GTW-TEXTO
                   IF COD-ERRO-GTW NOT = "00"
                       MOVE "N" TO WS-GTW-OK
                   END-IF
               END-IF
           END-PERFORM.
           WRITE LINHA-GTW FROM GTW-FIM.
           IF COD-ERRO-GTW NOT = "00"
               MOVE "N" TO WS-GTW-OK
           END-IF.

       ROT-REGRAVA-MENSAGEM.
           REWRITE REG-MENSAGEM.
           IF COD-ERRO-MSG NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
               DISPLAY "Erro ao regravar mensagem do cliente "
                       MSG-COD-CLIENTE ": " COD-ERRO-MSG
           END-IF.

       ROT-LINHA-DETALHE.
           MOVE MSG-COD-CLIENTE  TO DET-CODIGO.
           MOVE MSG-DATA-GERACAO TO DET-DATA.
           MOVE MSG-TIPO         TO DET-TIPO.
           MOVE MSG-DESTINO-EMAIL TO DET-DESTINO.
           MOVE MSG-MOTIVO       TO DET-MOTIVO.
           WRITE LINHA-REL FROM LINHA-DETALHE.

       ROT-TOTAIS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Mensagens a enviar................:" TO TOT-TEXTO.
           MOVE WS-QTD-LIDAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Entregues ao gateway..............:" TO TOT-TEXTO.
           MOVE WS-QTD-ENVIADAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Sem contato com e-mail valido.....:" TO TOT-TEXTO.
           MOVE WS-QTD-SEM-DEST TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Falhas no lote do gateway.........:" TO TOT-TEXTO.
           MOVE WS-QTD-FALHAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Tentativas esgotadas..............:" TO TOT-TEXTO.
           MOVE WS-QTD-ESGOTADAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Erros de gravacao na fila.........:" TO TOT-TEXTO.
           MOVE WS-QTD-ERRO-GRAV TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
