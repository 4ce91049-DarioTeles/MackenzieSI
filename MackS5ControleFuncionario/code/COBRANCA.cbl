                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

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

               SELECT  ARQ-CARTAS ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-CRT.
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-CARTAS
                   LABEL RECORD STANDARD.
       01          LINHA-CARTA         PIC X(80).
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.
       77      WS-SALDO-FAT      PIC 9(13)V99 VALUE ZEROS.
       77      WS-VENCTO         PIC X(10) VALUE SPACES.

      *    Parcelas de acordo vencidas entram na carta junto com as
      *    faturas em aberto do cliente.
       77      COD-ERRO-ACO      PIC XX    VALUE SPACES.
       77      COD-ERRO-PAC      PIC XX    VALUE SPACES.
       77      WS-ACO-ABERTO     PIC X     VALUE "N".
       77      WS-FIM-ACO        PIC X     VALUE "N".
       77      WS-FIM-PAC        PIC X     VALUE "N".
       77      WS-CLI-LIDO       PIC 9(6)  VALUE ZEROS.
       77      WS-CAMINHO-ACO    PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC    PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

      *    Acumuladores do cliente em cobranca (quebra por
      *    cliente, como no AGING).
           02 FILLER        PIC X(10) VALUE "Constam ".
           02 CRT-QTD       PIC ZZ9.
           02 FILLER        PIC X(33)
                             VALUE " titulo(s) em aberto, no total ".
           02 FILLER        PIC X(6)  VALUE "de R$ ".
           02 CRT-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE ".".
           02 CRT-DIAS      PIC ZZZZ9.
           02 FILLER        PIC X(17) VALUE " dias de atraso).".

      *    Mensagem de e-mail da carta, enfileirada em MSGFILA
      *    (MSGREG) para o contato financeiro do cliente.
       77      WS-MSG-PAPEL   PIC X(1)    VALUE "F".
       77      WS-MSG-TIPO    PIC X(8)    VALUE "COBRANCA".
       77      WS-MSG-ORIGEM  PIC X(8)    VALUE "COBRANCA".
       77      WS-MSG-ASSUNTO PIC X(60)   VALUE SPACES.
       77      WS-MSG-REFERENCIA PIC X(30) VALUE SPACES.
       01      WS-MSG-TEXTO.
           02 WS-MSG-LINHA    PIC X(70) OCCURS 4 TIMES.

       01      CARTA-TEXTO-A   PIC X(70) VALUE SPACES.
       01      CARTA-TEXTO-B   PIC X(70) VALUE SPACES.

       01      CARTA-TEXTO-5   PIC X(60) VALUE
               "Setor de Cobranca".

           COPY FECHCOM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-CARTAS.
           OPEN INPUT CAD-CLIENTE.

      *    Sem ACORDOS ou PARCACO a carta sai so com as faturas.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN INPUT ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               OPEN INPUT ARQ-PARCELAS
               IF COD-ERRO-PAC = "00"
                   MOVE "S" TO WS-ACO-ABERTO
               ELSE
                   CLOSE ARQ-ACORDOS
               END-IF
           END-IF.

      *    Primeira passagem so conta as cartas, para a capa sair
      *    na frente do maco; a segunda gera as cartas em si, como
      *    na mala direta de renovacao (CARTAS).
           MOVE "N" TO WS-FIM-ARQ.
           MOVE "N" TO WS-TEM-CLIENTE.
           MOVE ZEROS TO WS-TOT-CARTAS.
           MOVE ZEROS TO WS-CLI-LIDO.
           OPEN INPUT ARQ-FATURAS.
           PERFORM ROT-VARRE-FATURAS.
           CLOSE ARQ-FATURAS.

           CLOSE CAD-CLIENTE.
           IF WS-ACO-ABERTO = "S"
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF.
           CLOSE ARQ-CARTAS.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Cobranca gerada. Cartas: " WS-TOT-CARTAS.
           MOVE WS-TOT-CARTAS TO FECH-QTD-REGISTROS.
           GOBACK.

      *    As faturas saem ordenadas por cliente+competencia, entao
      *    cada cliente em atraso fecha uma carta so, somando todas
      *    as suas faturas vencidas. Na primeira fatura do cliente,
      *    de qualquer situacao, entram antes as parcelas vencidas
      *    dos acordos dele (todo cliente com acordo tem as faturas
      *    renegociadas em FATURAS).
       ROT-VARRE-FATURAS.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = WS-CLI-LIDO
                           MOVE FAT-COD-CLIENTE TO WS-CLI-LIDO
                           IF WS-ACO-ABERTO = "S"
                               PERFORM ROT-VARRE-ACORDOS
                           END-IF
                       END-IF
                       IF FATURA-PENDENTE
                           PERFORM ROT-AVALIA-FATURA
                       END-IF
           END-IF.

       ROT-AVALIA-FATURA.
           MOVE FAT-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           IF WS-VENC-OK = "S" AND WS-DIAS-ATRASO > 0
               COMPUTE WS-SALDO-FAT =
                   FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                   - FAT-VALOR-PAGO
               PERFORM ROT-ACUMULA-CLIENTE
           END-IF.

      *    Acordos ativos do cliente pela chave cliente+sequencia e,
      *    de cada um, as parcelas pela chave acordo+parcela. O
      *    registro da fatura lida fica no buffer, com o cliente.
       ROT-VARRE-ACORDOS.
           MOVE "N" TO WS-FIM-ACO.
           MOVE WS-CLI-LIDO TO ACO-COD-CLIENTE.
           MOVE ZEROS       TO ACO-SEQUENCIA.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACO
           END-START.
           PERFORM UNTIL WS-FIM-ACO = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACO
                   NOT AT END
                       IF ACO-COD-CLIENTE NOT = WS-CLI-LIDO
                           MOVE "S" TO WS-FIM-ACO
                       ELSE
                           IF ACORDO-ATIVO
                               PERFORM ROT-VARRE-PARCELAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-VARRE-PARCELAS.
           MOVE "N" TO WS-FIM-PAC.
           MOVE ACO-NUMERO TO PAC-NUM-ACORDO.
           MOVE ZEROS      TO PAC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PAC
           END-START.
           PERFORM UNTIL WS-FIM-PAC = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PAC
                   NOT AT END
                       IF PAC-NUM-ACORDO NOT = ACO-NUMERO
                           MOVE "S" TO WS-FIM-PAC
                       ELSE
                           IF PARCELA-PENDENTE
                               PERFORM ROT-AVALIA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Parcela vencida entra pelo saldo (valor - ja recebido).
       ROT-AVALIA-PARCELA.
           MOVE PAC-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           IF WS-VENC-OK = "S" AND WS-DIAS-ATRASO > 0
               COMPUTE WS-SALDO-FAT = PAC-VALOR - PAC-VALOR-PAGO
               PERFORM ROT-ACUMULA-CLIENTE
           END-IF.

               MOVE ZEROS TO WS-CLI-MAX-ATRASO
               MOVE SPACES TO WS-CLI-VENC-ANTIGO
           END-IF.
           ADD 1 TO WS-CLI-QTD.
           ADD WS-SALDO-FAT TO WS-CLI-TOTAL.
           IF WS-DIAS-ATRASO > WS-CLI-MAX-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-CLI-MAX-ATRASO
               MOVE WS-VENCTO TO WS-CLI-VENC-ANTIGO
           END-IF.

       ROT-FECHA-CLIENTE.
       ROT-CALCULA-ATRASO.
           MOVE "N" TO WS-VENC-OK.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF WS-VENCTO(1:2) IS NUMERIC
           AND WS-VENCTO(3:1) = "/"
           AND WS-VENCTO(4:2) IS NUMERIC
           AND WS-VENCTO(6:1) = "/"
           AND WS-VENCTO(7:4) IS NUMERIC
               MOVE "S" TO WS-VENC-OK
           END-IF.

           IF WS-VENC-OK = "S"
               MOVE WS-VENCTO(1:2) TO WS-VENC-DIA
               MOVE WS-VENCTO(4:2) TO WS-VENC-MES
               MOVE WS-VENCTO(7:4) TO WS-VENC-ANO
               IF WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
               OR WS-VENC-MES < 1 OR WS-VENC-MES > 12
                   MOVE "N" TO WS-VENC-OK
           WRITE LINHA-CARTA FROM CARTA-TEXTO-5.
           WRITE LINHA-CARTA FROM LINHA-TRACO.
           WRITE LINHA-CARTA FROM LINHA-BRANCO.
           PERFORM ROT-ENFILEIRA-MENSAGEM.

      *    A mesma carta vai por e-mail ao contato financeiro do
      *    cliente, pela fila de mensagens; a referencia aponta o
      *    maco impresso desta execucao.
       ROT-ENFILEIRA-MENSAGEM.
           MOVE SPACES TO WS-MSG-ASSUNTO WS-MSG-REFERENCIA
                          WS-MSG-TEXTO.
           MOVE CARTA-TITULO(12:49) TO WS-MSG-ASSUNTO.
           MOVE CARTA-DEBITO  TO WS-MSG-LINHA(1).
           MOVE CARTA-ATRASO  TO WS-MSG-LINHA(2).
           MOVE CARTA-TEXTO-A TO WS-MSG-LINHA(3).
           MOVE CARTA-TEXTO-B TO WS-MSG-LINHA(4).
           STRING "COBRANCA " NRL-DATA "_" NRL-HORA
               DELIMITED BY SIZE INTO WS-MSG-REFERENCIA.
           CALL "MSGREG" USING WS-CLI-ANTERIOR WS-MSG-PAPEL
                               WS-MSG-TIPO WS-MSG-ASSUNTO
                               WS-MSG-TEXTO WS-MSG-REFERENCIA
                               WS-MSG-ORIGEM WS-OPER-REL.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa. As
