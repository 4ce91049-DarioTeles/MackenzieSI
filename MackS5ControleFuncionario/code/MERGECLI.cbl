                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

               SELECT  ARQ-ACORDOS ASSIGN  TO WS-CAMINHO-ACO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ACO-CHAVE
                       ALTERNATE RECORD KEY ACO-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ACO.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-PAC.

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  ARQ-CONCILIA ASSIGN  TO WS-CAMINHO-CNC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CNC-MOV-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CNC.

               SELECT  ARQ-REAJUSTES ASSIGN  TO WS-CAMINHO-RJT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  RJT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-RJT.

               SELECT  ARQ-MENSAGENS ASSIGN  TO WS-CAMINHO-MSG
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MSG-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MSG.

               SELECT  ARQ-PERFTRIB ASSIGN  TO WS-CAMINHO-PTR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PTR-COD-CLIENTE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PTR.

               SELECT  ARQ-CREDITO ASSIGN  TO WS-CAMINHO-CRD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CRD-CHAVE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CRD.

               SELECT  REL-MERGE ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-CONCILIA
                   LABEL RECORD STANDARD.
           COPY CONCREG.

       FD          ARQ-REAJUSTES
                   LABEL RECORD STANDARD.
           COPY REAJREG.

       FD          ARQ-MENSAGENS
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       FD          ARQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       FD          ARQ-CREDITO
                   LABEL RECORD STANDARD.
           COPY CREDREG.

       FD          REL-MERGE
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).
       77      COD-ERRO-CTT PIC XX      VALUES SPACES.
       77      COD-ERRO-MOV PIC XX      VALUES SPACES.
       77      COD-ERRO-ITS PIC XX      VALUES SPACES.
       77      COD-ERRO-ACO PIC XX      VALUES SPACES.
       77      COD-ERRO-PAC PIC XX      VALUES SPACES.
       77      COD-ERRO-NTC PIC XX      VALUES SPACES.
       77      COD-ERRO-CNC PIC XX      VALUES SPACES.
       77      COD-ERRO-RJT PIC XX      VALUES SPACES.
       77      COD-ERRO-MSG PIC XX      VALUES SPACES.
       77      COD-ERRO-PTR PIC XX      VALUES SPACES.
       77      COD-ERRO-CRD PIC XX      VALUES SPACES.
       77      COD-ERRO-REL PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-CTT-ABERTO PIC X     VALUE "N".
       77      WS-MOV-ABERTO PIC X     VALUE "N".
       77      WS-ITS-ABERTO PIC X     VALUE "N".
       77      WS-ACO-ABERTO PIC X     VALUE "N".
       77      WS-PAC-ABERTO PIC X     VALUE "N".
       77      WS-NTC-ABERTO PIC X     VALUE "N".
       77      WS-CNC-ABERTO PIC X     VALUE "N".
       77      WS-RJT-ABERTO PIC X     VALUE "N".
       77      WS-MSG-ABERTO PIC X     VALUE "N".
       77      WS-PTR-ABERTO PIC X     VALUE "N".
       77      WS-CRD-ABERTO PIC X     VALUE "N".
       77      WS-FIM-SCAN  PIC X      VALUE "N".
       77      WS-TEM-COLISAO PIC X    VALUE "N".
       77      WS-COMPET-COLISAO PIC 9(6) VALUE ZEROS.
       77      WS-QTD-CONTATOS PIC 9(5) VALUE ZEROS.
       77      WS-QTD-MOVTOS PIC 9(5)  VALUE ZEROS.
       77      WS-QTD-ITENS PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-ACORDOS PIC 9(5) VALUE ZEROS.
       77      WS-QTD-PARCELAS PIC 9(5) VALUE ZEROS.
       77      WS-QTD-NOTAS PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-CONCIL PIC 9(5)  VALUE ZEROS.
       77      WS-QTD-REAJUSTES PIC 9(5) VALUE ZEROS.
       77      WS-QTD-MENSAGENS PIC 9(5) VALUE ZEROS.
       77      WS-NUM-ACORDO PIC 9(6)  VALUE ZEROS.
      *    Unificacao e operacao sujeita a aprovacao de um segundo
      *    supervisor (fila APROVACOES, via APROVREQ).
       77      WS-APR-FUNCAO  PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)   VALUE "MERGECLI".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-MOTIVO  PIC X(40)   VALUE SPACES.
       77      WS-APR-NUMERO  PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X     VALUE SPACE.
      *    O duplicado e cancelado com motivo de MOTCANC, conferido
      *    e registrado em CANCELAM por CANREG como em DELECAO.
       77      WS-FUNCAO-CAN  PIC X(1)    VALUE SPACE.
       77      WS-MOTIVO-CAN  PIC X(10)   VALUE SPACES.
       77      WS-DESC-MOTIVO PIC X(30)   VALUE SPACES.
       77      WS-ORIGEM-CAN  PIC X(8)    VALUE "MERGECLI".
       77      WS-OBS-CAN     PIC X(30)   VALUE SPACES.
       77      WS-RESULT-CAN  PIC X(1)    VALUE SPACE.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-CNC PIC X(100)
                       VALUE "C:\TEMP\CONCILIA.DAT".
       77      WS-CAMINHO-RJT PIC X(100)
                       VALUE "C:\TEMP\REAJUSTES.DAT".
       77      WS-CAMINHO-MSG PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".
       77      WS-CAMINHO-PTR PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".
       77      WS-CAMINHO-CRD PIC X(100)
                       VALUE "C:\TEMP\CREDITO.DAT".

       01      LINHA-TITULO    PIC X(60) VALUE
               "Unificacao de cadastros duplicados - MERGECLI".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.
           ACCEPT WS-CAMINHO-CNC FROM ENVIRONMENT "CONCILIA_PATH".
           IF WS-CAMINHO-CNC = SPACES
               MOVE "C:\TEMP\CONCILIA.DAT" TO WS-CAMINHO-CNC
           END-IF.
           ACCEPT WS-CAMINHO-RJT FROM ENVIRONMENT "REAJUSTES_PATH".
           IF WS-CAMINHO-RJT = SPACES
               MOVE "C:\TEMP\REAJUSTES.DAT" TO WS-CAMINHO-RJT
           END-IF.
           ACCEPT WS-CAMINHO-MSG FROM ENVIRONMENT "MSGFILA_PATH".
           IF WS-CAMINHO-MSG = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO WS-CAMINHO-MSG
           END-IF.
           ACCEPT WS-CAMINHO-PTR FROM ENVIRONMENT "PERFTRIB_PATH".
           IF WS-CAMINHO-PTR = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO WS-CAMINHO-PTR
           END-IF.
           ACCEPT WS-CAMINHO-CRD FROM ENVIRONMENT "CREDITO_PATH".
           IF WS-CAMINHO-CRD = SPACES
               MOVE "C:\TEMP\CREDITO.DAT" TO WS-CAMINHO-CRD
           END-IF.

           OPEN I-O CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               GOBACK
           END-IF.

      *    Faturas, contatos, movimentos, itens e os arquivos do
      *    cliente ligados a eles (acordos e parcelas, notas de
      *    credito, conciliacoes, reajustes, mensagens, perfil
      *    tributario e score de credito) podem ainda nao existir;
      *    os arquivos ausentes simplesmente nao tem nada a mover.
           OPEN I-O ARQ-FATURAS.
           OPEN I-O ARQ-CONTATOS.
           IF COD-ERRO-CTT = "00"
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
           END-IF.
           OPEN I-O ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               MOVE "S" TO WS-ACO-ABERTO
           END-IF.
           OPEN I-O ARQ-PARCELAS.
           IF COD-ERRO-PAC = "00"
               MOVE "S" TO WS-PAC-ABERTO
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF COD-ERRO-NTC = "00"
               MOVE "S" TO WS-NTC-ABERTO
           END-IF.
           OPEN I-O ARQ-CONCILIA.
           IF COD-ERRO-CNC = "00"
               MOVE "S" TO WS-CNC-ABERTO
           END-IF.
           OPEN I-O ARQ-REAJUSTES.
           IF COD-ERRO-RJT = "00"
               MOVE "S" TO WS-RJT-ABERTO
           END-IF.
           OPEN I-O ARQ-MENSAGENS.
           IF COD-ERRO-MSG = "00"
               MOVE "S" TO WS-MSG-ABERTO
           END-IF.
           OPEN I-O ARQ-PERFTRIB.
           IF COD-ERRO-PTR = "00"
               MOVE "S" TO WS-PTR-ABERTO
           END-IF.
           OPEN I-O ARQ-CREDITO.
           IF COD-ERRO-CRD = "00"
               MOVE "S" TO WS-CRD-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
               IF WS-ITS-ABERTO = "S"
                   CLOSE ARQ-ITENS
               END-IF.
               IF WS-ACO-ABERTO = "S"
                   CLOSE ARQ-ACORDOS
               END-IF.
               IF WS-PAC-ABERTO = "S"
                   CLOSE ARQ-PARCELAS
               END-IF.
               IF WS-NTC-ABERTO = "S"
                   CLOSE ARQ-NOTAS
               END-IF.
               IF WS-CNC-ABERTO = "S"
                   CLOSE ARQ-CONCILIA
               END-IF.
               IF WS-RJT-ABERTO = "S"
                   CLOSE ARQ-REAJUSTES
               END-IF.
               IF WS-MSG-ABERTO = "S"
                   CLOSE ARQ-MENSAGENS
               END-IF.
               IF WS-PTR-ABERTO = "S"
                   CLOSE ARQ-PERFTRIB
               END-IF.
               IF WS-CRD-ABERTO = "S"
                   CLOSE ARQ-CREDITO
               END-IF.
               CLOSE REL-MERGE.
               CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                                   LK-COD-OPERADOR.
               MOVE ZEROS TO WS-COD-SOBREVIVE WS-COD-DUPLICADO.
               MOVE ZEROS TO WS-QTD-FATURAS WS-QTD-CONTATOS
                             WS-QTD-MOVTOS WS-QTD-ITENS.
               MOVE ZEROS TO WS-QTD-ACORDOS WS-QTD-PARCELAS
                             WS-QTD-NOTAS WS-QTD-CONCIL
                             WS-QTD-REAJUSTES WS-QTD-MENSAGENS.

      *    Formatação da Tela

               DISPLAY "Fatura na mesma competencia dos dois lados."
                       AT 2040
               DISPLAY WS-COMPET-COLISAO AT 2085
           ELSE
               PERFORM ROT-PEDE-MOTIVO-CANC
           END-IF.

      *    O duplicado sai do cadastro como cancelado e, como todo
      *    cancelamento, precisa de um motivo ativo da tabela;
      *    vazio desiste da unificacao.
       ROT-PEDE-MOTIVO-CANC.
           MOVE SPACES TO WS-MOTIVO-CAN.
           DISPLAY "Motivo do duplicado.: " AT 0910.
           PERFORM WITH TEST AFTER UNTIL WS-RESULT-CAN = "S"
                                      OR WS-MOTIVO-CAN = SPACES
               ACCEPT WS-MOTIVO-CAN AT 0945 WITH UPPER AUTO
               MOVE "V" TO WS-FUNCAO-CAN
               CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                                   WS-DESC-MOTIVO CodCliente
                                   NomeCliente VC COD-VENDEDOR UF
                                   WS-ORIGEM-CAN LK-COD-OPERADOR
                                   WS-OBS-CAN WS-RESULT-CAN
               IF WS-RESULT-CAN = "S" OR WS-MOTIVO-CAN = SPACES
                   DISPLAY WS-DESC-MOTIVO AT 1045
               ELSE
                   DISPLAY "Motivo invalido ou inativo.   " AT 1045
               END-IF
           END-PERFORM.
           IF WS-MOTIVO-CAN = SPACES
               DISPLAY "Unificacao abandonada: sem motivo." AT 2040
           ELSE
               PERFORM ROT-CONFIRMA-MERGE
           END-IF.
               ELSE
                   DISPLAY "             "  AT 2045
                   IF OPCAO = "S"
                       PERFORM ROT-CONFERE-APROVACAO
                   END-IF
               END-IF
           END-PERFORM.

      *    A unificacao so e executada com pedido aprovado por
      *    outro supervisor para este par de codigos; sem pedido,
      *    pede o motivo e abre o pedido. A aprovacao vale uma vez:
      *    o pedido e dado como executado ao fim da unificacao.
       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "SOBREVIVE "    DELIMITED BY SIZE
                  WS-COD-SOBREVIVE DELIMITED BY SIZE
                  " DUPLICADO "   DELIMITED BY SIZE
                  WS-COD-DUPLICADO DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   PERFORM ROT-EXECUTA-MERGE
                   MOVE "E" TO WS-APR-FUNCAO
                   CALL "APROVREQ" USING WS-APR-FUNCAO
                           WS-APR-OPERACAO WS-APR-PARAMETROS
                           LK-COD-OPERADOR WS-APR-MOTIVO
                           WS-APR-NUMERO WS-APR-RESULTADO
               WHEN "P"
                   DISPLAY "Aguardando aprovacao, pedido " AT 2040
                   DISPLAY WS-APR-NUMERO AT 2069
               WHEN "N"
                   PERFORM ROT-PEDE-APROVACAO
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2040
           END-EVALUATE.

       ROT-PEDE-APROVACAO.
           MOVE SPACES TO WS-APR-MOTIVO.
           DISPLAY "Motivo do pedido: " AT 1810.
           PERFORM WITH TEST AFTER UNTIL WS-APR-MOTIVO NOT = SPACES
               ACCEPT WS-APR-MOTIVO AT 1830 WITH UPPER AUTO
               IF WS-APR-MOTIVO = SPACES
                   DISPLAY "Digite o motivo do pedido."  AT 2040
               ELSE
                   DISPLAY "                          "  AT 2040
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "P"
                   DISPLAY "Pedido enviado p/ aprovacao " AT 2040
                   DISPLAY WS-APR-NUMERO AT 2069
               WHEN "O"
                   DISPLAY "Solicitante nao e supervisor cadastrado"
                           AT 2040
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2040
           END-EVALUATE.

       ROT-EXECUTA-MERGE.
           MOVE WS-COD-SOBREVIVE TO REL-SOBREVIVE.
           MOVE WS-COD-DUPLICADO TO REL-DUPLICADO.
           IF WS-ITS-ABERTO = "S"
               PERFORM ROT-MOVE-ITENS
           END-IF.
           IF WS-ACO-ABERTO = "S"
               PERFORM ROT-MOVE-ACORDOS
           END-IF.
           IF WS-NTC-ABERTO = "S"
               PERFORM ROT-MOVE-NOTAS
           END-IF.
           IF WS-CNC-ABERTO = "S"
               PERFORM ROT-MOVE-CONCILIACOES
           END-IF.
           IF WS-RJT-ABERTO = "S"
               PERFORM ROT-MOVE-REAJUSTES
           END-IF.
           IF WS-MSG-ABERTO = "S"
               PERFORM ROT-MOVE-MENSAGENS
           END-IF.
           IF WS-PTR-ABERTO = "S"
               PERFORM ROT-MOVE-PERFIL
           END-IF.
           IF WS-CRD-ABERTO = "S"
               PERFORM ROT-MOVE-CREDITO
           END-IF.
           PERFORM ROT-CANCELA-DUPLICADO.

           MOVE "Faturas movidas.........:" TO CON-ROTULO.
           MOVE "Itens movidos...........:" TO CON-ROTULO.
           MOVE WS-QTD-ITENS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Acordos movidos.........:" TO CON-ROTULO.
           MOVE WS-QTD-ACORDOS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Parcelas acertadas......:" TO CON-ROTULO.
           MOVE WS-QTD-PARCELAS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Notas de credito movidas:" TO CON-ROTULO.
           MOVE WS-QTD-NOTAS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Conciliacoes movidas....:" TO CON-ROTULO.
           MOVE WS-QTD-CONCIL TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Reajustes movidos.......:" TO CON-ROTULO.
           MOVE WS-QTD-REAJUSTES TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Mensagens movidas.......:" TO CON-ROTULO.
           MOVE WS-QTD-MENSAGENS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.

           DISPLAY "Unificacao concluida.             " AT 2040.
           DISPLAY "Relatorio em:" AT 2140.
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

      *    Acordos do duplicado passam ao sobrevivente depois dos
      *    acordos que ele ja tem, como os contatos; o numero do
      *    acordo nao muda, e as competencias das faturas
      *    renegociadas continuam valendo porque as faturas foram
      *    movidas com a mesma competencia. As parcelas sao
      *    chaveadas pelo numero do acordo e so recebem o codigo
      *    do sobrevivente, para baixa, remessa e quebra acharem
      *    o cliente certo.
       ROT-MOVE-ACORDOS.
           PERFORM ROT-MAX-SEQ-ACORDO.
           MOVE "S" TO WS-ACHOU-REG.
           PERFORM ROT-MOVE-UM-ACORDO
               UNTIL WS-ACHOU-REG = "N".

       ROT-MAX-SEQ-ACORDO.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE WS-COD-SOBREVIVE TO ACO-COD-CLIENTE.
           MOVE ZEROS            TO ACO-SEQUENCIA.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF ACO-COD-CLIENTE NOT = WS-COD-SOBREVIVE
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE ACO-SEQUENCIA TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       ROT-MOVE-UM-ACORDO.
           MOVE "N" TO WS-ACHOU-REG.
           MOVE WS-COD-DUPLICADO TO ACO-COD-CLIENTE.
           MOVE ZEROS            TO ACO-SEQUENCIA.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-ACORDOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ACO-COD-CLIENTE = WS-COD-DUPLICADO
                               MOVE "S" TO WS-ACHOU-REG
                               PERFORM ROT-REGRAVA-ACORDO
                           END-IF
                   END-READ
           END-START.

       ROT-REGRAVA-ACORDO.
           DELETE ARQ-ACORDOS.
           MOVE WS-COD-SOBREVIVE TO ACO-COD-CLIENTE.
           ADD 1 TO WS-PROX-SEQ.
           MOVE WS-PROX-SEQ TO ACO-SEQUENCIA.
           WRITE REG-ACORDO.
           IF COD-ERRO-ACO NOT = "00"
               DISPLAY "Erro ao mover acordo." AT 2040
               MOVE "N" TO WS-ACHOU-REG
           ELSE
               ADD 1 TO WS-QTD-ACORDOS
               MOVE "acordo numero       " TO MOV-TEXTO
               MOVE ACO-NUMERO TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
               IF WS-PAC-ABERTO = "S"
                   MOVE ACO-NUMERO TO WS-NUM-ACORDO
                   PERFORM ROT-ACERTA-PARCELAS
               END-IF
           END-IF.

       ROT-ACERTA-PARCELAS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE WS-NUM-ACORDO TO PAC-NUM-ACORDO.
           MOVE ZEROS         TO PAC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF PAC-NUM-ACORDO NOT = WS-NUM-ACORDO
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE WS-COD-SOBREVIVE TO PAC-COD-CLIENTE
                           REWRITE REG-PARCELA
                           IF COD-ERRO-PAC NOT = "00"
                               DISPLAY "Erro ao acertar parcela."
                                       AT 2040
                           ELSE
                               ADD 1 TO WS-QTD-PARCELAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Notas de credito, conciliacoes e reajustes tem a chave
      *    da fatura ou do movimento de origem; como em MOVPAGTO,
      *    so o codigo do cliente muda, porque as competencias dos
      *    dois lados sao disjuntas.
       ROT-MOVE-NOTAS.
           MOVE "S" TO WS-ACHOU-REG.
           PERFORM ROT-MOVE-UMA-NOTA
               UNTIL WS-ACHOU-REG = "N".

       ROT-MOVE-UMA-NOTA.
           MOVE "N" TO WS-ACHOU-REG.
           MOVE WS-COD-DUPLICADO TO NTC-COD-CLIENTE.
           MOVE ZEROS            TO NTC-COMPETENCIA NTC-SEQUENCIA.
           START ARQ-NOTAS KEY IS NOT LESS THAN NTC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NTC-COD-CLIENTE = WS-COD-DUPLICADO
                               MOVE "S" TO WS-ACHOU-REG
                               PERFORM ROT-REGRAVA-NOTA
                           END-IF
                   END-READ
           END-START.

       ROT-REGRAVA-NOTA.
           DELETE ARQ-NOTAS.
           MOVE WS-COD-SOBREVIVE TO NTC-COD-CLIENTE.
           WRITE REG-NOTACRED.
           IF COD-ERRO-NTC NOT = "00"
               DISPLAY "Erro ao mover nota de credito." AT 2040
               MOVE "N" TO WS-ACHOU-REG
           ELSE
               ADD 1 TO WS-QTD-NOTAS
               MOVE "nota de credito     " TO MOV-TEXTO
               MOVE NTC-NUMERO TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

       ROT-MOVE-CONCILIACOES.
           MOVE "S" TO WS-ACHOU-REG.
           PERFORM ROT-MOVE-UMA-CONCIL
               UNTIL WS-ACHOU-REG = "N".

       ROT-MOVE-UMA-CONCIL.
           MOVE "N" TO WS-ACHOU-REG.
           MOVE WS-COD-DUPLICADO TO CNC-COD-CLIENTE.
           MOVE ZEROS            TO CNC-COMPETENCIA CNC-SEQUENCIA.
           START ARQ-CONCILIA KEY IS NOT LESS THAN CNC-MOV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-CONCILIA NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CNC-COD-CLIENTE = WS-COD-DUPLICADO
                               MOVE "S" TO WS-ACHOU-REG
                               PERFORM ROT-REGRAVA-CONCIL
                           END-IF
                   END-READ
           END-START.

       ROT-REGRAVA-CONCIL.
           DELETE ARQ-CONCILIA.
           MOVE WS-COD-SOBREVIVE TO CNC-COD-CLIENTE.
           WRITE REG-CONCILIA.
           IF COD-ERRO-CNC NOT = "00"
               DISPLAY "Erro ao mover conciliacao." AT 2040
               MOVE "N" TO WS-ACHOU-REG
           ELSE
               ADD 1 TO WS-QTD-CONCIL
               MOVE "conciliacao compet. " TO MOV-TEXTO
               MOVE CNC-COMPETENCIA TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

      *    A diferenca pendente do duplicado passa a ser cobrada
      *    na proxima fatura do sobrevivente.
       ROT-MOVE-REAJUSTES.
           MOVE "S" TO WS-ACHOU-REG.
           PERFORM ROT-MOVE-UM-REAJUSTE
               UNTIL WS-ACHOU-REG = "N".

       ROT-MOVE-UM-REAJUSTE.
           MOVE "N" TO WS-ACHOU-REG.
           MOVE WS-COD-DUPLICADO TO RJT-COD-CLIENTE.
           MOVE ZEROS            TO RJT-COMPETENCIA RJT-SEQUENCIA.
           START ARQ-REAJUSTES KEY IS NOT LESS THAN RJT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-REAJUSTES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RJT-COD-CLIENTE = WS-COD-DUPLICADO
                               MOVE "S" TO WS-ACHOU-REG
                               PERFORM ROT-REGRAVA-REAJUSTE
                           END-IF
                   END-READ
           END-START.

       ROT-REGRAVA-REAJUSTE.
           DELETE ARQ-REAJUSTES.
           MOVE WS-COD-SOBREVIVE TO RJT-COD-CLIENTE.
           WRITE REG-REAJUSTE.
           IF COD-ERRO-RJT NOT = "00"
               DISPLAY "Erro ao mover reajuste." AT 2040
               MOVE "N" TO WS-ACHOU-REG
           ELSE
               ADD 1 TO WS-QTD-REAJUSTES
               MOVE "reajuste compet.    " TO MOV-TEXTO
               MOVE RJT-COMPETENCIA TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

      *    Mensagens tem a data de geracao na chave, que pode
      *    coincidir com mensagens do sobrevivente no mesmo dia; a
      *    sequencia avanca ate a primeira livre daquele dia.
       ROT-MOVE-MENSAGENS.
           MOVE "S" TO WS-ACHOU-REG.
           PERFORM ROT-MOVE-UMA-MENSAGEM
               UNTIL WS-ACHOU-REG = "N".

       ROT-MOVE-UMA-MENSAGEM.
           MOVE "N" TO WS-ACHOU-REG.
           MOVE WS-COD-DUPLICADO TO MSG-COD-CLIENTE.
           MOVE ZEROS            TO MSG-DATA-GERACAO MSG-SEQUENCIA.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-MENSAGENS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MSG-COD-CLIENTE = WS-COD-DUPLICADO
                               MOVE "S" TO WS-ACHOU-REG
                               PERFORM ROT-REGRAVA-MENSAGEM
                           END-IF
                   END-READ
           END-START.

       ROT-REGRAVA-MENSAGEM.
           DELETE ARQ-MENSAGENS.
           MOVE WS-COD-SOBREVIVE TO MSG-COD-CLIENTE.
           WRITE REG-MENSAGEM.
           PERFORM UNTIL COD-ERRO-MSG NOT = "22"
                      OR MSG-SEQUENCIA = 999
               ADD 1 TO MSG-SEQUENCIA
               WRITE REG-MENSAGEM
           END-PERFORM.
           IF COD-ERRO-MSG NOT = "00"
               DISPLAY "Erro ao mover mensagem." AT 2040
               MOVE "N" TO WS-ACHOU-REG
           ELSE
               ADD 1 TO WS-QTD-MENSAGENS
               MOVE "mensagem de         " TO MOV-TEXTO
               MOVE MSG-DATA-GERACAO TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

      *    Perfil tributario e score de credito sao um registro por
      *    cliente. Sobrevivente sem registro herda o do duplicado;
      *    com registro proprio, fica com o dele (o score e refeito
      *    por CREDSCOR no proximo mes, ja com as faturas e os
      *    recebimentos movidos).
       ROT-MOVE-PERFIL.
           MOVE WS-COD-SOBREVIVE TO PTR-COD-CLIENTE.
           READ ARQ-PERFTRIB
               INVALID KEY
                   MOVE WS-COD-DUPLICADO TO PTR-COD-CLIENTE
                   READ ARQ-PERFTRIB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ROT-REGRAVA-PERFIL
                   END-READ
               NOT INVALID KEY
                   MOVE "perfil tributario   " TO MOV-TEXTO
                   MOVE "do sobrevivente" TO MOV-CHAVE-TXT
                   WRITE LINHA-REL FROM LINHA-MOVIDO
           END-READ.

       ROT-REGRAVA-PERFIL.
           DELETE ARQ-PERFTRIB.
           MOVE WS-COD-SOBREVIVE TO PTR-COD-CLIENTE.
           WRITE REG-PERFTRIB.
           IF COD-ERRO-PTR NOT = "00"
               DISPLAY "Erro ao mover perfil tributario." AT 2040
           ELSE
               MOVE "perfil tributario   " TO MOV-TEXTO
               MOVE "movido" TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

       ROT-MOVE-CREDITO.
           SET CREDITO-CLIENTE TO TRUE.
           MOVE WS-COD-SOBREVIVE TO CRD-IDENT.
           READ ARQ-CREDITO
               INVALID KEY
                   SET CREDITO-CLIENTE TO TRUE
                   MOVE WS-COD-DUPLICADO TO CRD-IDENT
                   READ ARQ-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ROT-REGRAVA-CREDITO
                   END-READ
               NOT INVALID KEY
                   MOVE "score de credito    " TO MOV-TEXTO
                   MOVE "do sobrevivente" TO MOV-CHAVE-TXT
                   WRITE LINHA-REL FROM LINHA-MOVIDO
           END-READ.

       ROT-REGRAVA-CREDITO.
           DELETE ARQ-CREDITO.
           MOVE WS-COD-SOBREVIVE TO CRD-IDENT.
           WRITE REG-CREDITO.
           IF COD-ERRO-CRD NOT = "00"
               DISPLAY "Erro ao mover score de credito." AT 2040
           ELSE
               MOVE "score de credito    " TO MOV-TEXTO
               MOVE "movido" TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.

       ROT-CANCELA-DUPLICADO.
           MOVE WS-COD-DUPLICADO TO CodCliente.
           READ CAD-CLIENTE
                   REWRITE REG-CLIENTE
                   IF COD-ERRO NOT = "00"
                       DISPLAY "Erro ao cancelar o duplicado." AT 2040
                   ELSE
                       PERFORM ROT-REGISTRA-MOTIVO
                   END-IF
           END-READ.

      *    O cancelamento ja foi gravado no cadastro; falha no
      *    registro do motivo so avisa, como em DELECAO.
       ROT-REGISTRA-MOTIVO.
           MOVE SPACES TO WS-OBS-CAN.
           STRING "UNIFICADO NO "  DELIMITED BY SIZE
                  WS-COD-SOBREVIVE DELIMITED BY SIZE
                  INTO WS-OBS-CAN.
           MOVE "G" TO WS-FUNCAO-CAN.
           CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                               WS-DESC-MOTIVO CodCliente NomeCliente
                               VC COD-VENDEDOR UF WS-ORIGEM-CAN
                               LK-COD-OPERADOR WS-OBS-CAN
                               WS-RESULT-CAN.
           IF WS-RESULT-CAN NOT = "S"
               MOVE "motivo nao gravado"  TO MOV-TEXTO
               MOVE WS-MOTIVO-CAN TO MOV-CHAVE-TXT
               WRITE LINHA-REL FROM LINHA-MOVIDO
           END-IF.
