       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CREDCHK INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-CREDITO ASSIGN  TO WS-CAMINHO-CRD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CRD-CHAVE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CRD.

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-CREDITO
                   LABEL RECORD STANDARD.
           COPY CREDREG.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       WORKING-STORAGE SECTION.

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-CRD   PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-ITS   PIC XX      VALUE SPACES.
       77      WS-FAT-ABERTO  PIC X       VALUE "N".
       77      WS-ITS-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-CAD     PIC X       VALUE "N".
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-ITS     PIC X       VALUE "N".
       77      WS-RADICAL     PIC 9(8)    VALUE ZEROS.
       77      WS-CNPJ-INI    PIC 9(14)   VALUE ZEROS.
       77      WS-QTD-ITENS   PIC 9(3)    VALUE ZEROS.
       77      WS-TOTAL-ITENS PIC 9(13)V99 VALUE ZEROS.
       77      WS-SALDO       PIC S9(13)V99 VALUE ZEROS.
       77      WS-CAMINHO-CRD PIC X(100)
                       VALUE "C:\TEMP\CREDITO.DAT".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".

       LINKAGE         SECTION.
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-CNPJ             PIC 9(14).
       01      LK-ACRESCIMO        PIC 9(10)V99.
       01      LK-ESCOPO           PIC X(1).
       01      LK-SCORE            PIC 9(3).
       01      LK-LIMITE           PIC 9(13)V99.
       01      LK-EXPOSICAO        PIC 9(13)V99.
       01      LK-RESULTADO        PIC X(1).

      *    Confere se o acrescimo de valor de contrato pedido cabe
      *    no limite de credito apurado por CREDSCOR. Exposicao =
      *    saldo em aberto das faturas pendentes (como no AGING)
      *    mais a base de faturamento mensal dos clientes ativos
      *    (itens ativos do ITENSSERV ou, sem itens, o VC), mais o
      *    acrescimo. Havendo registro do grupo para o radical do
      *    CNPJ, a conta e do grupo inteiro (escopo G); senao, do
      *    proprio cliente (escopo C). Resultado:
      *      S - dentro do limite;
      *      L - acima do limite (pede liberacao do supervisor);
      *      N - cliente sem score apurado ou arquivo CREDITO
      *          ausente: nada a conferir.
       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-CNPJ LK-ACRESCIMO
                                LK-ESCOPO LK-SCORE LK-LIMITE
                                LK-EXPOSICAO LK-RESULTADO.
       INICIO.
           MOVE "N"   TO LK-RESULTADO.
           MOVE SPACE TO LK-ESCOPO.
           MOVE ZEROS TO LK-SCORE LK-LIMITE LK-EXPOSICAO.

           ACCEPT WS-CAMINHO-CRD FROM ENVIRONMENT "CREDITO_PATH".
           IF WS-CAMINHO-CRD = SPACES
               MOVE "C:\TEMP\CREDITO.DAT" TO WS-CAMINHO-CRD
           END-IF.
           OPEN INPUT ARQ-CREDITO.
           IF COD-ERRO-CRD NOT = "00"
               GOBACK
           END-IF.

           MOVE LK-CNPJ(1:8) TO WS-RADICAL.
           SET CREDITO-GRUPO TO TRUE.
           MOVE WS-RADICAL TO CRD-IDENT.
           READ ARQ-CREDITO
               INVALID KEY
                   SET CREDITO-CLIENTE TO TRUE
                   MOVE LK-COD-CLIENTE TO CRD-IDENT
                   READ ARQ-CREDITO
                       INVALID KEY
                           MOVE SPACE TO CRD-TIPO
                   END-READ
           END-READ.
           CLOSE ARQ-CREDITO.
           IF CRD-TIPO = SPACE
               GOBACK
           END-IF.
           MOVE CRD-TIPO   TO LK-ESCOPO.
           MOVE CRD-SCORE  TO LK-SCORE.
           MOVE CRD-LIMITE TO LK-LIMITE.

           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               MOVE "N" TO LK-RESULTADO
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT = "00"
               MOVE "S" TO WS-FAT-ABERTO
           END-IF.
           OPEN INPUT ARQ-ITENS.
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
           END-IF.

           IF CREDITO-GRUPO
               COMPUTE WS-CNPJ-INI = WS-RADICAL * 1000000
               MOVE WS-CNPJ-INI TO CNPJ
               MOVE "N" TO WS-FIM-CAD
               START CAD-CLIENTE KEY IS NOT LESS THAN CNPJ
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CAD
               END-START
               PERFORM UNTIL WS-FIM-CAD = "S"
                   READ CAD-CLIENTE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CAD
                       NOT AT END
                           IF CNPJ(1:8) NOT = WS-RADICAL
                               MOVE "S" TO WS-FIM-CAD
                           ELSE
                               PERFORM ROT-SOMA-EXPOSICAO
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE LK-COD-CLIENTE TO CodCliente
               READ CAD-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ROT-SOMA-EXPOSICAO
               END-READ
           END-IF.

           CLOSE CAD-CLIENTE.
           IF WS-FAT-ABERTO = "S"
               CLOSE ARQ-FATURAS
           END-IF.
           IF WS-ITS-ABERTO = "S"
               CLOSE ARQ-ITENS
           END-IF.

           ADD LK-ACRESCIMO TO LK-EXPOSICAO.
           IF LK-EXPOSICAO > LK-LIMITE
               MOVE "L" TO LK-RESULTADO
           ELSE
               MOVE "S" TO LK-RESULTADO
           END-IF.
           GOBACK.

      *    Cliente lido em REG-CLIENTE: saldo em aberto sempre,
      *    base mensal so enquanto ativo (suspenso e cancelado nao
      *    geram fatura nova).
       ROT-SOMA-EXPOSICAO.
           PERFORM ROT-SOMA-SALDO.
           IF WS-SALDO > 0
               ADD WS-SALDO TO LK-EXPOSICAO
           END-IF.
           IF CLIENTE-ATIVO
               PERFORM ROT-SOMA-ITENS
               IF WS-QTD-ITENS > 0
                   ADD WS-TOTAL-ITENS TO LK-EXPOSICAO
               ELSE
                   ADD VC TO LK-EXPOSICAO
               END-IF
           END-IF.

       ROT-SOMA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE "N"   TO WS-FIM-FAT.
           IF WS-FAT-ABERTO = "N"
               MOVE "S" TO WS-FIM-FAT
           ELSE
               MOVE CodCliente TO FAT-COD-CLIENTE
               MOVE ZEROS      TO FAT-COMPETENCIA
               START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-FAT
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-FAT = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FAT
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-FAT
                       ELSE
                           IF FATURA-PENDENTE
                               COMPUTE WS-SALDO = WS-SALDO
                                   + FAT-VALOR-LIQUIDO + FAT-MULTA
                                   + FAT-JUROS - FAT-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-SOMA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS WS-TOTAL-ITENS.
           MOVE "N"   TO WS-FIM-ITS.
           IF WS-ITS-ABERTO = "N"
               MOVE "S" TO WS-FIM-ITS
           ELSE
               MOVE CodCliente TO ITS-COD-CLIENTE
               MOVE ZEROS      TO ITS-SEQUENCIA
               START ARQ-ITENS KEY IS NOT LESS THAN ITS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ITS
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-ITS = "S"
               READ ARQ-ITENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITS
                   NOT AT END
                       IF ITS-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-ITS
                       ELSE
                           IF ITEM-ATIVO
                               ADD 1 TO WS-QTD-ITENS
                               ADD ITS-VALOR TO WS-TOTAL-ITENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
