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

               SELECT  REL-SUSPENDE ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          REL-SUSPENDE
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).
       77      WS-VENC-ANO       PIC 9999  VALUE ZEROS.
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.
       77      WS-VENCTO         PIC X(10) VALUE SPACES.

      *    Parcela de acordo vencida alem do limite suspende o
      *    cliente do mesmo jeito que a fatura em aberto.
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

       01      WS-DATA-HOJE-TXT.
           02 WS-HOJE-DIA     PIC 9(2).
                             VALUE "Suspensos pelo grupo....:".
           02 ROD-SUSP-GRP  PIC ZZ.ZZ9.

           COPY FECHCOM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".

           PERFORM ROT-LE-PARAMETROS.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE-NUM(7:2) TO WS-HOJE-DIA.
           MOVE WS-DATA-HOJE-NUM(5:2) TO WS-HOJE-MES.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               MOVE COD-ERRO-FAT TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CAD-CLIENTE.

      *    Sem ACORDOS ou PARCACO so as faturas sao avaliadas.
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

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.

      *    As faturas saem ordenadas por cliente+competencia; a
      *    primeira fatura do cliente com atraso acima do limite ja
      *    decide a suspensao, e o resto do cliente e pulado. Na
      *    primeira fatura do cliente, de qualquer situacao, sao
      *    avaliadas antes as parcelas em aberto dos acordos dele
      *    (todo cliente com acordo tem as faturas renegociadas em
      *    FATURAS).
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
                       AND FAT-COD-CLIENTE NOT = WS-CLI-ANTERIOR
                           PERFORM ROT-AVALIA-FATURA

           CLOSE ARQ-FATURAS.
           CLOSE CAD-CLIENTE.
           IF WS-ACO-ABERTO = "S"
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF.
           CLOSE REL-SUSPENDE.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Suspensao concluida. Clientes suspensos: "
                   WS-TOT-SUSPENSOS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           MOVE WS-TOT-SUSPENSOS TO FECH-QTD-REGISTROS.
           GOBACK.

       ROT-AVALIA-FATURA.
           MOVE FAT-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           IF WS-VENC-OK = "S" AND WS-DIAS-ATRASO > WS-DIAS-SUSP
               MOVE FAT-COD-CLIENTE TO WS-CLI-ANTERIOR
               PERFORM ROT-SUSPENDE-CLIENTE
           END-IF.

      *    Acordos ativos do cliente pela chave cliente+sequencia e,
      *    de cada um, as parcelas pela chave acordo+parcela; para
      *    na primeira parcela que suspende. O registro da fatura
      *    lida fica no buffer, com o cliente.
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

       ROT-AVALIA-PARCELA.
           MOVE PAC-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           IF WS-VENC-OK = "S" AND WS-DIAS-ATRASO > WS-DIAS-SUSP
               MOVE FAT-COD-CLIENTE TO WS-CLI-ANTERIOR
               PERFORM ROT-SUSPENDE-CLIENTE
               MOVE "S" TO WS-FIM-PAC WS-FIM-ACO
           END-IF.

      *    Carimba a suspensao no cadastro; cliente cancelado ou ja
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
