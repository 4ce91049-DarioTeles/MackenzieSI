                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-ACORDOS ASSIGN  TO WS-CAMINHO-ACO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ACO-CHAVE
                       ALTERNATE RECORD KEY ACO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ACO.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PAC.

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  ARQ-APROVACOES ASSIGN  TO WS-CAMINHO-APR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  APR-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-APR.

               SELECT  ARQ-PROPOSTAS ASSIGN  TO WS-CAMINHO-PRP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PRP.

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTL-CODIGO
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG.

       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.
       77      WS-CTL-CODIGO  PIC 9(10)   VALUE ZEROS.
       77      WS-TEM-FATURA  PIC X       VALUE "N".
       77      WS-TEM-CODIGO  PIC X       VALUE "N".
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-MAIOR-ACORDO PIC 9(6)   VALUE ZEROS.
       77      WS-PROX-ACORDO PIC 9(10)   VALUE ZEROS.
       77      WS-CTL-ACORDO  PIC 9(10)   VALUE ZEROS.
       77      WS-TEM-ACORDO  PIC X       VALUE "N".
       77      COD-ERRO-NTC   PIC XX      VALUE SPACES.
       77      WS-MAIOR-NOTA  PIC 9(6)    VALUE ZEROS.
       77      WS-PROX-NOTA   PIC 9(10)   VALUE ZEROS.
       77      WS-CTL-NOTA    PIC 9(10)   VALUE ZEROS.
       77      WS-TEM-NOTA    PIC X       VALUE "N".
       77      COD-ERRO-APR   PIC XX      VALUE SPACES.
       77      WS-MAIOR-APROVACAO PIC 9(6) VALUE ZEROS.
       77      WS-PROX-APROVACAO PIC 9(10) VALUE ZEROS.
       77      WS-CTL-APROVACAO PIC 9(10) VALUE ZEROS.
       77      WS-TEM-APROVACAO PIC X     VALUE "N".
       77      COD-ERRO-PRP   PIC XX      VALUE SPACES.
       77      WS-MAIOR-PROPOSTA PIC 9(6) VALUE ZEROS.
       77      WS-PROX-PROPOSTA PIC 9(10) VALUE ZEROS.
       77      WS-CTL-PROPOSTA PIC 9(10)  VALUE ZEROS.
       77      WS-TEM-PROPOSTA PIC X      VALUE "N".
       77      WS-CAMINHO-APR PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
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
           ACCEPT WS-CAMINHO-APR FROM ENVIRONMENT "APROVACOES_PATH".
           IF WS-CAMINHO-APR = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO WS-CAMINHO-APR
           END-IF.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.

           DISPLAY "Verificacao dos contadores centrais - CONTROLE".

      *    Apura os valores certos direto dos arquivos de dados.
           PERFORM ROT-APURA-FATURAS.
           PERFORM ROT-APURA-PARCELAS.
           PERFORM ROT-APURA-ACORDOS.
           PERFORM ROT-APURA-NOTAS.
           PERFORM ROT-APURA-APROVACOES.
           PERFORM ROT-APURA-PROPOSTAS.
           PERFORM ROT-APURA-CODIGOS.

      *    Le o que o arquivo de controle diz hoje; criado vazio
                   MOVE "S" TO WS-TEM-CODIGO
                   MOVE CTL-VALOR TO WS-CTL-CODIGO
           END-READ.
           MOVE "PROX-NUM-ACORDO" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-ACORDO
                   MOVE CTL-VALOR TO WS-CTL-ACORDO
           END-READ.
           MOVE "PROX-NUM-NOTA" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-NOTA
                   MOVE CTL-VALOR TO WS-CTL-NOTA
           END-READ.
           MOVE "PROX-NUM-APROVACAO" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-APROVACAO
                   MOVE CTL-VALOR TO WS-CTL-APROVACAO
           END-READ.
           MOVE "PROX-NUM-PROPOSTA" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-PROPOSTA
                   MOVE CTL-VALOR TO WS-CTL-PROPOSTA
           END-READ.

           DISPLAY "Proximo numero de fatura:".
           DISPLAY "  no controle: " WS-CTL-FATURA.
           DISPLAY "Proximo codigo de cliente:".
           DISPLAY "  no controle: " WS-CTL-CODIGO.
           DISPLAY "  apurado....: " WS-PROX-CODIGO.
           DISPLAY "Proximo numero de acordo:".
           DISPLAY "  no controle: " WS-CTL-ACORDO.
           DISPLAY "  apurado....: " WS-PROX-ACORDO.
           DISPLAY "Proximo numero de nota de credito:".
           DISPLAY "  no controle: " WS-CTL-NOTA.
           DISPLAY "  apurado....: " WS-PROX-NOTA.
           DISPLAY "Proximo numero de pedido de aprovacao:".
           DISPLAY "  no controle: " WS-CTL-APROVACAO.
           DISPLAY "  apurado....: " WS-PROX-APROVACAO.
           DISPLAY "Proximo numero de proposta:".
           DISPLAY "  no controle: " WS-CTL-PROPOSTA.
           DISPLAY "  apurado....: " WS-PROX-PROPOSTA.

           IF WS-CTL-FATURA = WS-PROX-FATURA
           AND WS-CTL-CODIGO = WS-PROX-CODIGO
           AND WS-CTL-ACORDO = WS-PROX-ACORDO
           AND WS-CTL-NOTA = WS-PROX-NOTA
           AND WS-CTL-APROVACAO = WS-PROX-APROVACAO
           AND WS-CTL-PROPOSTA = WS-PROX-PROPOSTA
               DISPLAY "Contadores conferem; nada a fazer."
               CLOSE ARQ-CONTROLE
               GOBACK
               COMPUTE WS-PROX-FATURA = WS-MAIOR-NUMERO + 1
           END-IF.

      *    O nosso-numero das parcelas de acordo sai do mesmo
      *    contador das faturas: o maior em uso entre os dois
      *    arquivos e o que vale.
       ROT-APURA-PARCELAS.
           OPEN INPUT ARQ-PARCELAS.
           IF COD-ERRO-PAC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PAC-NOSSO-NUMERO > WS-MAIOR-NUMERO
                               MOVE PAC-NOSSO-NUMERO
                                   TO WS-MAIOR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARCELAS
               COMPUTE WS-PROX-FATURA = WS-MAIOR-NUMERO + 1
           END-IF.

       ROT-APURA-ACORDOS.
           MOVE ZEROS TO WS-MAIOR-ACORDO.
           OPEN INPUT ARQ-ACORDOS.
           IF COD-ERRO-ACO NOT = "00"
               MOVE 1 TO WS-PROX-ACORDO
               DISPLAY "ACORDOS.DAT ausente; contador parte de 1."
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ACORDOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ACO-NUMERO > WS-MAIOR-ACORDO
                               MOVE ACO-NUMERO TO WS-MAIOR-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACORDOS
               COMPUTE WS-PROX-ACORDO = WS-MAIOR-ACORDO + 1
           END-IF.

       ROT-APURA-NOTAS.
           MOVE ZEROS TO WS-MAIOR-NOTA.
           OPEN INPUT ARQ-NOTAS.
           IF COD-ERRO-NTC NOT = "00"
               MOVE 1 TO WS-PROX-NOTA
               DISPLAY "NOTASCRE.DAT ausente; contador parte de 1."
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF NTC-NUMERO > WS-MAIOR-NOTA
                               MOVE NTC-NUMERO TO WS-MAIOR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
               COMPUTE WS-PROX-NOTA = WS-MAIOR-NOTA + 1
           END-IF.

       ROT-APURA-APROVACOES.
           MOVE ZEROS TO WS-MAIOR-APROVACAO.
           OPEN INPUT ARQ-APROVACOES.
           IF COD-ERRO-APR NOT = "00"
               MOVE 1 TO WS-PROX-APROVACAO
               DISPLAY "APROVACOES.DAT ausente; contador parte de 1."
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-APROVACOES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF APR-NUMERO > WS-MAIOR-APROVACAO
                               MOVE APR-NUMERO TO WS-MAIOR-APROVACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APROVACOES
               COMPUTE WS-PROX-APROVACAO = WS-MAIOR-APROVACAO + 1
           END-IF.

       ROT-APURA-PROPOSTAS.
           MOVE ZEROS TO WS-MAIOR-PROPOSTA.
           OPEN INPUT ARQ-PROPOSTAS.
           IF COD-ERRO-PRP NOT = "00"
               MOVE 1 TO WS-PROX-PROPOSTA
               DISPLAY "PROPOSTAS.DAT ausente; contador parte de 1."
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PRP-NUMERO > WS-MAIOR-PROPOSTA
                               MOVE PRP-NUMERO TO WS-MAIOR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
               COMPUTE WS-PROX-PROPOSTA = WS-MAIOR-PROPOSTA + 1
           END-IF.

      *    Primeiro codigo de cliente livre, pela mesma varredura
      *    que INCLUSAO usava para sugerir o codigo.
       ROT-APURA-CODIGOS.
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           MOVE "PROX-NUM-ACORDO" TO CTL-CODIGO.
           MOVE WS-PROX-ACORDO TO CTL-VALOR.
           IF WS-TEM-ACORDO = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           MOVE "PROX-NUM-NOTA" TO CTL-CODIGO.
           MOVE WS-PROX-NOTA TO CTL-VALOR.
           IF WS-TEM-NOTA = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           MOVE "PROX-NUM-APROVACAO" TO CTL-CODIGO.
           MOVE WS-PROX-APROVACAO TO CTL-VALOR.
           IF WS-TEM-APROVACAO = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           MOVE "PROX-NUM-PROPOSTA" TO CTL-CODIGO.
           MOVE WS-PROX-PROPOSTA TO CTL-VALOR.
           IF WS-TEM-PROPOSTA = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
