       77      WS-PAG-ANO  PIC 9(4)    VALUE ZEROS.
       77      WS-PROX-SEQ-MOV PIC 9(3) VALUE ZEROS.
       77      WS-FIM-MOV  PIC X       VALUE "N".
       77      WS-VIA-ACORDO PIC X     VALUE "N".
      *    Estorno e operacao sujeita a aprovacao de um segundo
      *    supervisor (fila APROVACOES, via APROVREQ).
       77      WS-APR-FUNCAO  PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)   VALUE "ESTORNO".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-NUMERO  PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X     VALUE SPACE.
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
               IF COD-ERRO-FAT NOT = "00"
     		        DISPLAY "Nao achou a fatura." AT 2040
               ELSE
               IF FATURA-RENEGOCIADA
                   DISPLAY "Fatura renegociada em acordo." AT 2040
               ELSE
               IF FATURA-CANCELADA
                   DISPLAY "Fatura cancelada." AT 2040
               ELSE
               IF FAT-VALOR-PAGO = ZEROS
                   DISPLAY "Fatura sem pagamento registrado." AT 2040
               ELSE
                   PERFORM ROT-PROXIMA-SEQ-MOV
                   PERFORM ROT-TESTA-MES-FECHADO
                   IF WS-VIA-ACORDO = "S"
                       DISPLAY "Fatura quitada por acordo de parcelam
      -                        "ento." AT 2040
                   ELSE
                   IF WS-PAGTO-FECHADO = "S"
                       DISPLAY "Pagamento em mes contabil fechado; rea
      -                        "bra antes." AT 2040
                   ELSE
                       PERFORM ROT-RECEBE-ESTORNO
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

                   ELSE
                       DISPLAY "             "  AT 2040
                       IF OPCAO = "S"
                           PERFORM ROT-CONFERE-APROVACAO
                       END-IF
                   END-IF
               END-PERFORM.

      *    O estorno so e aplicado com pedido aprovado por outro
      *    supervisor para esta fatura; sem pedido, o motivo
      *    informado vira o pedido. A aprovacao vale uma vez: o
      *    pedido e dado como executado depois da gravacao.
       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "FATURA "       DELIMITED BY SIZE
                  FAT-NUMERO      DELIMITED BY SIZE
                  " CLIENTE "     DELIMITED BY SIZE
                  FAT-COD-CLIENTE DELIMITED BY SIZE
                  " COMPET "      DELIMITED BY SIZE
                  FAT-COMPETENCIA DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   PERFORM ROT-GRAVA-ESTORNO
                   IF COD-ERRO-FAT = "00"
                       MOVE "E" TO WS-APR-FUNCAO
                       CALL "APROVREQ" USING WS-APR-FUNCAO
                               WS-APR-OPERACAO WS-APR-PARAMETROS
                               LK-COD-OPERADOR WS-MOTIVO
                               WS-APR-NUMERO WS-APR-RESULTADO
                   END-IF
               WHEN "P"
                   DISPLAY "Aguardando aprovacao, pedido " AT 2340
                   DISPLAY WS-APR-NUMERO AT 2369
               WHEN "N"
                   PERFORM ROT-PEDE-APROVACAO
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2340
           END-EVALUATE.

       ROT-PEDE-APROVACAO.
           MOVE "S" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "P"
                   DISPLAY "Pedido enviado p/ aprovacao " AT 2340
                   DISPLAY WS-APR-NUMERO AT 2369
               WHEN "O"
                   DISPLAY "Solicitante nao e supervisor cadastrado"
                           AT 2340
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2340
           END-EVALUATE.

       ROT-GRAVA-ESTORNO.
           PERFORM ROT-GRAVA-LOG.
           PERFORM ROT-GRAVA-MOVIMENTO.
               DISPLAY "Erro ao gravar o movimento." AT 2340
           END-IF.

      *    A varredura tambem marca a fatura quitada por parcela de
      *    acordo (recebimento com o nosso-numero da parcela, e nao o
      *    da fatura): esse pagamento so se desfaz pelo acordo.
       ROT-PROXIMA-SEQ-MOV.
           MOVE ZEROS TO WS-PROX-SEQ-MOV.
           MOVE "N"   TO WS-FIM-MOV.
           MOVE "N"   TO WS-VIA-ACORDO.
           MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE.
           MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA.
           MOVE ZEROS           TO MOV-SEQUENCIA.
                           MOVE "S" TO WS-FIM-MOV
                       ELSE
                           MOVE MOV-SEQUENCIA TO WS-PROX-SEQ-MOV
                           IF MOV-RECEBIMENTO
                           AND MOV-NUMERO NOT = FAT-NUMERO
                               MOVE "S" TO WS-VIA-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
