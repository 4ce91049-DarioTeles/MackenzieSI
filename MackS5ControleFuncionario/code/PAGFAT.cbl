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

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-FAT PIC XX      VALUES SPACES.
       77      WS-DIA-UTIL-OK PIC X       VALUE "N".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-ACO-ABERTO  PIC X       VALUE "N".
       77      WS-TIPO-BAIXA  PIC X       VALUE SPACE.
       77      WS-NUM-ACORDO  PIC 9(6)    VALUE ZEROS.
       77      WS-NUM-PARCELA PIC 9(2)    VALUE ZEROS.
       77      WS-A-APLICAR   PIC 9(10)V99 VALUE ZEROS.
       77      WS-PARTE       PIC 9(10)V99 VALUE ZEROS.
       77      WS-SALDO-FAT   PIC 9(10)V99 VALUE ZEROS.
       77      WS-IND-FAT     PIC 9(2)    VALUE ZEROS.
       77      WS-TUDO-PAGO   PIC X       VALUE "N".
       77      WS-SALDO-ACORDO PIC 9(10)V99 VALUE ZEROS.
       77      WS-FAT-FALTANDO PIC X      VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
               MOVE "S" TO WS-FER-ABERTO
           END-IF.

      *    Acordos de parcelamento: sem os arquivos de acordos a
      *    baixa de parcela fica indisponivel e a de fatura segue
      *    como antes.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN I-O ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               OPEN I-O ARQ-PARCELAS
               IF COD-ERRO-PAC = "00"
                   MOVE "S" TO WS-ACO-ABERTO
               ELSE
                   CLOSE ARQ-ACORDOS
               END-IF
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-FATURAS.
               IF WS-FER-ABERTO = "S"
                   CLOSE ARQ-FERIADOS
               END-IF.
               IF WS-ACO-ABERTO = "S"
                   CLOSE ARQ-ACORDOS
                   CLOSE ARQ-PARCELAS
               END-IF.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-COD-CLIENTE WS-COMPET-MES
                             WS-COMPET-ANO.
               MOVE SPACES TO REG-FATURA.
               MOVE SPACE TO WS-TIPO-BAIXA.

      *    Formatação da Tela

               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Baixa de Faturas: "   AT 0310.

      *    Tipo da baixa: fatura ou parcela de acordo de
      *    parcelamento (ACORDOS).

               IF WS-ACO-ABERTO = "S"
                   DISPLAY "Tipo (F=Fatura P=Parcela de acordo):"
                           AT 0410
                   PERFORM WITH TEST AFTER
                           UNTIL WS-TIPO-BAIXA = "F" OR "P"
                       ACCEPT WS-TIPO-BAIXA AT 0447 WITH UPPER AUTO
                   END-PERFORM
               ELSE
                   MOVE "F" TO WS-TIPO-BAIXA
               END-IF.

               IF WS-TIPO-BAIXA = "P"
                   PERFORM ROT-BAIXA-PARCELA
               ELSE
                   PERFORM ROT-BAIXA-FATURA
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outra Baixa?(S/N): " AT 2210

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2240
                   ELSE
                       DISPLAY "             "  AT 2240
                   END-IF
             END-PERFORM.

       ROT-BAIXA-FATURA.
               DISPLAY "Cliente: "            AT 0510.
               DISPLAY "Competencia (MM AAAA):" AT 0710.
               DISPLAY "Numero.....: "        AT 0910.
               ELSE
               IF FATURA-PAGA
                   DISPLAY "Fatura ja esta paga." AT 2040
               ELSE
               IF FATURA-RENEGOCIADA
                   DISPLAY "Fatura renegociada: baixe a parcela do acor
      -                    "do." AT 2040
               ELSE
               IF FATURA-CANCELADA
                   DISPLAY "Fatura cancelada." AT 2040
               ELSE
                   PERFORM ROT-RECEBE-PAGAMENTO
               END-IF
               END-IF
               END-IF
               END-IF.

      *    Apresenta a fatura, recebe o pagamento e registra a
      *    baixa. Pagamento menor que o saldo devedor deixa a
      *    fatura como paga parcialmente, com o saldo em aberto;
      *    Apresentação dos Dados

               COMPUTE WS-SALDO-DEVEDOR =
                   FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                   - FAT-VALOR-PAGO.
               DISPLAY FAT-NUMERO       AT 0925
               MOVE FAT-VALOR TO WS-VALOR-EDT
               MOVE FAT-JUROS TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1563
               COMPUTE WS-SALDO-DEVEDOR =
                   FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                   - FAT-VALOR-PAGO
               MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1163

       ROT-GRAVA-BAIXA.
           ADD WS-VALOR-PAGO TO FAT-VALOR-PAGO.
           IF FAT-VALOR-PAGO < FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               SET FATURA-PARCIAL TO TRUE
           ELSE
               SET FATURA-PAGA TO TRUE
               END-READ
           END-PERFORM.

      *    Baixa de parcela de acordo de parcelamento: localiza o
      *    acordo pelo numero (chave alternativa) e a parcela pela
      *    chave acordo+parcela, com as mesmas travas da baixa de
      *    fatura (data em mes fechado recusada). Parcela nao tem
      *    encargos proprios - o atraso e tratado pela quebra do
      *    acordo em ACOQUEBR.
       ROT-BAIXA-PARCELA.
               MOVE ZEROS TO WS-NUM-ACORDO WS-NUM-PARCELA.
               DISPLAY "Acordo: "             AT 0510.
               DISPLAY "Parcela: "            AT 0710.
               DISPLAY "Numero.....: "        AT 0910.
               DISPLAY "Valor......: "        AT 1110.
               DISPLAY "Recebido...: "        AT 0950.
               DISPLAY "Saldo......: "        AT 1150.
               DISPLAY "Vencimento.: "        AT 1310.
               DISPLAY "Data Pagto.: "        AT 1510.
               DISPLAY "Valor Pago.: "        AT 1710.

          PERFORM WITH TEST AFTER UNTIL WS-NUM-ACORDO > 0
              ACCEPT WS-NUM-ACORDO AT 0545 WITH UPPER AUTO
          END-PERFORM.

          PERFORM WITH TEST AFTER UNTIL WS-NUM-PARCELA > 0
              ACCEPT WS-NUM-PARCELA AT 0735 WITH UPPER AUTO
          END-PERFORM.

               MOVE WS-NUM-ACORDO TO ACO-NUMERO.
               READ ARQ-ACORDOS KEY IS ACO-NUMERO
                   INVALID KEY
                       MOVE "23" TO COD-ERRO-ACO
               END-READ.
               MOVE WS-NUM-ACORDO  TO PAC-NUM-ACORDO.
               MOVE WS-NUM-PARCELA TO PAC-PARCELA.
               IF COD-ERRO-ACO = "00"
                   READ ARQ-PARCELAS
                       INVALID KEY
                           MOVE "23" TO COD-ERRO-PAC
                   END-READ
               END-IF.

               IF COD-ERRO-ACO NOT = "00"
                   DISPLAY "Nao achou o acordo." AT 2040
               ELSE
               IF COD-ERRO-PAC NOT = "00"
                   DISPLAY "Nao achou a parcela." AT 2040
               ELSE
               IF PARCELA-PAGA
                   DISPLAY "Parcela ja esta paga." AT 2040
               ELSE
               IF PARCELA-CANCELADA OR ACORDO-QUEBRADO
                   DISPLAY "Acordo quebrado: parcela cancelada." AT 2040
               ELSE
                   PERFORM ROT-RECEBE-PARCELA
               END-IF
               END-IF
               END-IF
               END-IF.

       ROT-RECEBE-PARCELA.
               DISPLAY ACO-COD-CLIENTE  AT 0555
               COMPUTE WS-SALDO-DEVEDOR = PAC-VALOR - PAC-VALOR-PAGO
               DISPLAY PAC-NOSSO-NUMERO AT 0925
               MOVE PAC-VALOR TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1125
               MOVE PAC-VALOR-PAGO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 0963
               MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1163
               DISPLAY PAC-VENCIMENTO   AT 1325
               IF PARCELA-PARCIAL
                   DISPLAY "Parcela paga parcialmente." AT 0330
               END-IF

               MOVE LK-DATA-DIA TO WS-DATA-PAGTO
               MOVE "N" TO WS-DATA-FECHADA
               PERFORM WITH TEST AFTER UNTIL WS-DATA-PAGTO NOT = SPACES
                                         AND WS-DATA-FECHADA = "N"
                   ACCEPT WS-DATA-PAGTO AT 1525 WITH UPDATE UPPER AUTO
                   IF WS-DATA-PAGTO = SPACES
                       DISPLAY "Digite a data do pagamento."  AT 2040
                   ELSE
                       PERFORM ROT-TESTA-MES-FECHADO
                       IF WS-DATA-FECHADA = "S"
                           DISPLAY "Mes contabil fechado.      " AT 2040
                       ELSE
                           DISPLAY "                           " AT 2040
                       END-IF
                   END-IF
               END-PERFORM

      *    O valor da parcela e fechado no acordo: a baixa aceita
      *    pagamento parcial, mas nao acima do saldo da parcela.

               MOVE ZEROS TO WS-VALOR-PAGO
               MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDT
               PERFORM WITH TEST AFTER UNTIL WS-VALOR-PAGO > 0
                                   AND WS-VALOR-PAGO <= WS-SALDO-DEVEDOR
                   ACCEPT WS-VALOR-EDT AT 1725 WITH UPDATE UPPER AUTO
                   MOVE WS-VALOR-EDT TO WS-VALOR-PAGO
                   IF WS-VALOR-PAGO <= 0
                   OR WS-VALOR-PAGO > WS-SALDO-DEVEDOR
                       DISPLAY "Valor entre 0,01 e o saldo.  "  AT 2040
                   ELSE
                       DISPLAY "                            "  AT 2040
                   END-IF
               END-PERFORM

               IF WS-VALOR-PAGO < WS-SALDO-DEVEDOR
                   DISPLAY "Confirmar baixa PARCIAL?(S/N): " AT 2010
               ELSE
                   DISPLAY "Confirmar baixa?(S/N):         " AT 2010
               END-IF

               PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2045 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2045
                   ELSE
                       DISPLAY "             "  AT 2045
                       IF OPCAO = "S"
                           PERFORM ROT-GRAVA-BAIXA-PARCELA
                       END-IF
                   END-IF
               END-PERFORM.

      *    Antes de dar a parcela como paga, as faturas do acordo
      *    tem de estar todas legiveis e o saldo das renegociadas
      *    tem de comportar o valor: do contrario parte do
      *    recebido ficaria sem fatura e a baixa e recusada.
       ROT-GRAVA-BAIXA-PARCELA.
           PERFORM ROT-CONFERE-FATURAS-ACORDO.
           IF WS-FAT-FALTANDO = "S"
               DISPLAY "Fatura do acordo nao encontrada." AT 2040
           ELSE
           IF WS-SALDO-ACORDO < WS-VALOR-PAGO
               DISPLAY "Faturas do acordo sem saldo p/ o valor." AT 2040
           ELSE
               PERFORM ROT-GRAVA-PARCELA
           END-IF
           END-IF.

       ROT-CONFERE-FATURAS-ACORDO.
           MOVE "N"   TO WS-FAT-FALTANDO.
           MOVE ZEROS TO WS-SALDO-ACORDO.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT > ACO-QTD-FATURAS
               MOVE ACO-COD-CLIENTE TO FAT-COD-CLIENTE
               MOVE ACO-FAT-COMPETENCIA(WS-IND-FAT) TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       MOVE "S" TO WS-FAT-FALTANDO
                   NOT INVALID KEY
                       IF FATURA-RENEGOCIADA
                           COMPUTE WS-SALDO-ACORDO = WS-SALDO-ACORDO
                               + FAT-VALOR-LIQUIDO + FAT-MULTA
                               + FAT-JUROS - FAT-VALOR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GRAVA-PARCELA.
           ADD WS-VALOR-PAGO TO PAC-VALOR-PAGO.
           IF PAC-VALOR-PAGO < PAC-VALOR
               SET PARCELA-PARCIAL TO TRUE
           ELSE
               SET PARCELA-PAGA TO TRUE
           END-IF.
           MOVE WS-DATA-PAGTO   TO PAC-DATA-PAGTO.
           MOVE LK-COD-OPERADOR TO PAC-OPERADOR.
           REWRITE REG-PARCELA.
           IF COD-ERRO-PAC NOT = "00"
               DISPLAY "Erro ao gravar a baixa." AT 2340
           ELSE
               PERFORM ROT-APLICA-NAS-FATURAS
               PERFORM ROT-TESTA-QUITACAO
               IF ACORDO-QUITADO
                   DISPLAY "Baixa registrada; acordo quitado." AT 2340
               ELSE
                   DISPLAY "Baixa de parcela registrada.     " AT 2340
               END-IF
           END-IF.

      *    O recebido na parcela e aplicado nas faturas do acordo,
      *    na ordem da tabela do acordo, ate o saldo de cada uma:
      *    cada parte gera o movimento de recebimento da propria
      *    fatura, com o nosso-numero da parcela como documento,
      *    e a fatura coberta por inteiro fica paga.
       ROT-APLICA-NAS-FATURAS.
           MOVE WS-VALOR-PAGO TO WS-A-APLICAR.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT > ACO-QTD-FATURAS
                   OR WS-A-APLICAR = ZEROS
               MOVE ACO-COD-CLIENTE TO FAT-COD-CLIENTE
               MOVE ACO-FAT-COMPETENCIA(WS-IND-FAT) TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       DISPLAY "Fatura do acordo nao encontrada."
                           AT 2040
                   NOT INVALID KEY
                       IF FATURA-RENEGOCIADA
                           PERFORM ROT-APLICA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-A-APLICAR NOT = ZEROS
               MOVE WS-A-APLICAR TO WS-VALOR-EDT
               DISPLAY "Nao aplicado nas faturas:" AT 2040
               DISPLAY WS-VALOR-EDT AT 2066
           END-IF.

       ROT-APLICA-FATURA.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-SALDO-FAT > 0
               IF WS-A-APLICAR < WS-SALDO-FAT
                   MOVE WS-A-APLICAR TO WS-PARTE
               ELSE
                   MOVE WS-SALDO-FAT TO WS-PARTE
               END-IF
               ADD WS-PARTE TO FAT-VALOR-PAGO
               IF WS-PARTE = WS-SALDO-FAT
                   SET FATURA-PAGA TO TRUE
               END-IF
               MOVE WS-DATA-PAGTO   TO FAT-DATA-PAGTO
               MOVE LK-COD-OPERADOR TO FAT-OPERADOR
               REWRITE REG-FATURA
               IF COD-ERRO-FAT NOT = "00"
                   DISPLAY "Erro ao gravar a fatura do acordo." AT 2340
               ELSE
                   SUBTRACT WS-PARTE FROM WS-A-APLICAR
                   PERFORM ROT-PROXIMA-SEQ-MOV
                   MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE
                   MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA
                   COMPUTE MOV-SEQUENCIA = WS-PROX-SEQ-MOV + 1
                   MOVE PAC-NOSSO-NUMERO TO MOV-NUMERO
                   SET MOV-RECEBIMENTO TO TRUE
                   MOVE WS-DATA-PAGTO   TO MOV-DATA
                   MOVE WS-PARTE        TO MOV-VALOR
                   MOVE LK-COD-OPERADOR TO MOV-OPERADOR
                   WRITE REG-MOVPAG
                   IF COD-ERRO-MOV NOT = "00"
                       DISPLAY "Erro ao gravar o movimento." AT 2340
                   END-IF
               END-IF
           END-IF.

      *    Com a ultima parcela paga o acordo fica quitado.
       ROT-TESTA-QUITACAO.
           IF PARCELA-PAGA
               MOVE "S" TO WS-TUDO-PAGO
               MOVE "N" TO WS-FIM-PAC
               MOVE ACO-NUMERO TO PAC-NUM-ACORDO
               MOVE ZEROS      TO PAC-PARCELA
               START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PAC
               END-START
               PERFORM UNTIL WS-FIM-PAC = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PAC
                       NOT AT END
                           IF PAC-NUM-ACORDO NOT = ACO-NUMERO
                               MOVE "S" TO WS-FIM-PAC
                           ELSE
                               IF NOT PARCELA-PAGA
                                   MOVE "N" TO WS-TUDO-PAGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TUDO-PAGO = "S"
                   SET ACORDO-QUITADO TO TRUE
                   REWRITE REG-ACORDO
                   IF COD-ERRO-ACO NOT = "00"
                       DISPLAY "Erro ao gravar a quitacao do acordo."
                           AT 2340
                   END-IF
               END-IF
           END-IF.

      *    Multa e juros do pagamento em atraso, sobre o principal
      *    da fatura: multa fixa pelo percentual de PARAMS e juros
      *    proporcionais aos dias de atraso pela taxa mensal. So
                           FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
                       IF WS-DIAS-ATRASO > 0
                           COMPUTE WS-MULTA-CALC ROUNDED =
                               FAT-VALOR-LIQUIDO * WS-PCT-MULTA / 100
                           COMPUTE WS-JUROS-CALC ROUNDED =
                               FAT-VALOR-LIQUIDO * WS-PCT-JUROS / 100
                               * WS-DIAS-ATRASO / 30
                           MOVE WS-MULTA-CALC TO FAT-MULTA
                           MOVE WS-JUROS-CALC TO FAT-JUROS
