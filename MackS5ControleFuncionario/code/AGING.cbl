                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FER.

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

               SELECT  REL-AGING ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          REL-AGING
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".

      *    Parcelas de acordo em aberto entram no aging do cliente
      *    no lugar das faturas renegociadas que substituiram.
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-ACO-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-ACO     PIC X       VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-CLI-LIDO    PIC 9(6)    VALUE ZEROS.
       77      WS-VENCTO      PIC X(10)   VALUE SPACES.
       77      WS-TOT-PARCELAS PIC 9(5)   VALUE ZEROS.
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

      *    Acumuladores por cliente e gerais, por faixa de atraso.
       01      WS-SOMAS-CLIENTE.
           02 CLI-A-VENCER    PIC 9(13)V99 VALUE ZEROS.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-FAIXA     PIC X(8).

       01      LINHA-DET-PARCELA.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FILLER        PIC X(5)  VALUE "Parc ".
           02 DPC-PARCELA   PIC 9(2).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DPC-NUMERO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DPC-VENCTO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DPC-DIAS      PIC ----9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DPC-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DPC-FAIXA     PIC X(8).
           02 FILLER        PIC X(9)  VALUE "  acordo ".
           02 DPC-ACORDO    PIC 9(6).

       01      LINHA-SUBTOT.
           02 FILLER        PIC X(12) VALUE "  Subtotal: ".
           02 SUB-ROTULO    PIC X(10).
           02 FILLER        PIC X(25) VALUE "Faturas em aberto.....:".
           02 ROD-QTD       PIC ZZ.ZZ9.

       01      LINHA-QTD-PARC.
           02 FILLER        PIC X(25) VALUE "Parcelas de acordo....:".
           02 ROD-QTD-PARC  PIC ZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
               MOVE "S" TO WS-FER-ABERTO
           END-IF.

      *    Sem ACORDOS ou PARCACO nao ha parcela a envelhecer.
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

           WRITE LINHA-REL FROM LINHA-TITULO.

      *    As faturas saem ordenadas por cliente+competencia, entao
      *    a quebra por cliente e um controle de grupo classico. Na
      *    primeira fatura de cada cliente, de qualquer situacao,
      *    entram antes as parcelas em aberto dos acordos dele: todo
      *    cliente com acordo tem as faturas renegociadas em
      *    FATURAS.
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
                           PERFORM ROT-PROCESSA-FATURA
                       END-IF
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.
           IF WS-ACO-ABERTO = "S"
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF.
           CLOSE REL-AGING.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
      *    receber de verdade.
       ROT-PROCESSA-FATURA.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           PERFORM ROT-QUEBRA-CLIENTE.
           ADD 1 TO WS-TOT-ABERTAS.
           MOVE FAT-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           PERFORM ROT-IMPRIME-FATURA.

       ROT-QUEBRA-CLIENTE.
           IF WS-TEM-CLIENTE = "S"
           AND FAT-COD-CLIENTE NOT = WS-CLI-ANTERIOR
               PERFORM ROT-SUBTOTAL-CLIENTE
               PERFORM ROT-CABECALHO-CLIENTE
           END-IF.

      *    Acordos ativos do cliente pela chave cliente+sequencia e,
      *    de cada um, as parcelas pela chave acordo+parcela. O
      *    registro da fatura que disparou a varredura fica intacto
      *    no buffer, com o codigo do cliente.
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
                               PERFORM ROT-PROCESSA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Parcela entra pelo saldo (valor - ja recebido), com o
      *    atraso contado do vencimento da parcela.
       ROT-PROCESSA-PARCELA.
           COMPUTE WS-SALDO-FAT = PAC-VALOR - PAC-VALOR-PAGO.
           PERFORM ROT-QUEBRA-CLIENTE.
           ADD 1 TO WS-TOT-PARCELAS.
           MOVE PAC-VENCIMENTO TO WS-VENCTO.
           PERFORM ROT-CALCULA-ATRASO.
           PERFORM ROT-IMPRIME-PARCELA.

      *    So calcula atraso com vencimento no formato DD/MM/AAAA;
      *    vencimento ilegivel e apontado como tal no relatorio e
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
           END-IF.

       ROT-IMPRIME-FATURA.
           PERFORM ROT-CLASSIFICA-FAIXA.
           COMPUTE DET-COMPET-ANO = FAT-COMPETENCIA / 100.
           COMPUTE DET-COMPET-MES =
               FAT-COMPETENCIA - (DET-COMPET-ANO * 100).
           MOVE FAT-NUMERO     TO DET-NUMERO.
           MOVE FAT-VENCIMENTO TO DET-VENCTO.
           MOVE WS-DIAS-ATRASO TO DET-DIAS.
           MOVE WS-SALDO-FAT   TO DET-VALOR.
           WRITE LINHA-REL FROM LINHA-DETALHE.

       ROT-IMPRIME-PARCELA.
           PERFORM ROT-CLASSIFICA-FAIXA.
           MOVE PAC-PARCELA      TO DPC-PARCELA.
           MOVE PAC-NOSSO-NUMERO TO DPC-NUMERO.
           MOVE PAC-VENCIMENTO   TO DPC-VENCTO.
           MOVE WS-DIAS-ATRASO   TO DPC-DIAS.
           MOVE WS-SALDO-FAT     TO DPC-VALOR.
           MOVE DET-FAIXA        TO DPC-FAIXA.
           MOVE PAC-NUM-ACORDO   TO DPC-ACORDO.
           WRITE LINHA-REL FROM LINHA-DET-PARCELA.

       ROT-CLASSIFICA-FAIXA.
           EVALUATE TRUE
               WHEN WS-VENC-OK = "N"
                   MOVE "INVALIDA" TO DET-FAIXA
                   ADD WS-SALDO-FAT TO CLI-FAIXA-MAIS GER-FAIXA-MAIS
           END-EVALUATE.

       ROT-CABECALHO-CLIENTE.
           MOVE FAT-COD-CLIENTE TO WS-CLI-ANTERIOR.
           MOVE "S" TO WS-TEM-CLIENTE.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE WS-TOT-ABERTAS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-QTD.
           MOVE WS-TOT-PARCELAS TO ROD-QTD-PARC.
           WRITE LINHA-REL FROM LINHA-QTD-PARC.

      *    Rola a data em WS-DATA-UTIL-NUM para o proximo dia
      *    util: sabado, domingo e feriado da tabela FERIADOS
