       77      WS-FIM-FAT  PIC X       VALUE "N".
       77      WS-TEM-DEBITO PIC X     VALUE "N".
       77      WS-QTD-PENDENTES PIC 9(3) VALUE ZEROS.
      *    Reativacao e operacao sujeita a aprovacao de um segundo
      *    supervisor (fila APROVACOES, via APROVREQ).
       77      WS-APR-FUNCAO  PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)   VALUE "REATIVA".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-MOTIVO  PIC X(40)   VALUE SPACES.
       77      WS-APR-NUMERO  PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X     VALUE SPACE.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
               ELSE
                   DISPLAY "             "  AT 2045
                   IF OPCAO = "S"
                       PERFORM ROT-CONFERE-APROVACAO
                   END-IF
               END-IF
           END-PERFORM.

      *    A reativacao so e aplicada com pedido aprovado por outro
      *    supervisor para este cliente; sem pedido, pede o motivo
      *    e abre o pedido. A aprovacao vale uma vez: o pedido e
      *    dado como executado depois da gravacao.
       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "CLIENTE "      DELIMITED BY SIZE
                  WS-COD-CLIENTE  DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   PERFORM ROT-GRAVA-REATIVACAO
                   IF COD-ERRO = "00"
                       MOVE "E" TO WS-APR-FUNCAO
                       CALL "APROVREQ" USING WS-APR-FUNCAO
                               WS-APR-OPERACAO WS-APR-PARAMETROS
                               LK-COD-OPERADOR WS-APR-MOTIVO
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

       ROT-GRAVA-REATIVACAO.
           SET CLIENTE-ATIVO TO TRUE.
           MOVE LK-COD-OPERADOR TO COD-OPERADOR.
           MOVE LK-DATA-DIA     TO DATA-ALTERACAO.
           REWRITE REG-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Erro ao gravar."     AT 2340
           ELSE
               DISPLAY "Cliente reativado."  AT 2340
           END-IF.

       ROT-PEDE-APROVACAO.
           MOVE SPACES TO WS-APR-MOTIVO.
           DISPLAY "Motivo do pedido: " AT 1810.
           PERFORM WITH TEST AFTER UNTIL WS-APR-MOTIVO NOT = SPACES
               ACCEPT WS-APR-MOTIVO AT 1830 WITH UPPER AUTO
               IF WS-APR-MOTIVO = SPACES
                   DISPLAY "Digite o motivo do pedido."  AT 2340
               ELSE
                   DISPLAY "                          "  AT 2340
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
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
