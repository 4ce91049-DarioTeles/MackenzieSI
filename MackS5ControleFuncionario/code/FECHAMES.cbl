       77      WS-VAL-RECEBIDO PIC 9(13)V99 VALUE ZEROS.
       77      WS-VALOR-EDT PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-QTD-EDT  PIC ZZ.ZZ9  VALUE ZEROS.
      *    Reabertura e operacao sujeita a aprovacao de um segundo
      *    supervisor (fila APROVACOES, via APROVREQ); o fechamento
      *    continua direto.
       77      WS-APR-FUNCAO  PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)   VALUE "REABRMES".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-MOTIVO  PIC X(40)   VALUE SPACES.
       77      WS-APR-NUMERO  PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X     VALUE SPACE.
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
               DISPLAY "Vlr Emitido:"          AT 1110.
               DISPLAY "Pagas......:"          AT 0950.
               DISPLAY "Vlr Recebido:"         AT 1150.
               DISPLAY "Provisao PDD:"         AT 1310.

      *    Recebimento de Dados

           DISPLAY WS-QTD-EDT AT 0965.
           MOVE FEC-VAL-RECEBIDO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1165.
           PERFORM ROT-MOSTRA-PDD.

      *    Totais da competencia direto de FATURAS: emitidas pelo
      *    valor liquido das notas de credito (cancelada nao conta
      *    como emitida), recebidas pelo acumulado de pagamentos.
       ROT-APURA-TOTAIS.
           DISPLAY "ABERTA    " AT 0725.
           MOVE ZEROS TO WS-QTD-EMITIDAS WS-VAL-EMITIDO
                       MOVE "S" TO WS-FIM-FAT
                   NOT AT END
                       IF FAT-COMPETENCIA = WS-COMPETENCIA
                           IF NOT FATURA-CANCELADA
                               ADD 1 TO WS-QTD-EMITIDAS
                           END-IF
                           COMPUTE WS-VAL-EMITIDO = WS-VAL-EMITIDO
                               + FAT-VALOR - FAT-VALOR-CREDITO
                           IF FATURA-PAGA
                               ADD 1 TO WS-QTD-PAGAS
                           END-IF
           DISPLAY WS-QTD-EDT AT 0965.
           MOVE WS-VAL-RECEBIDO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1165.
           PERFORM ROT-MOSTRA-PDD.

      *    A provisao para devedores duvidosos e gravada no registro
      *    da competencia por PDDCALC, que deve rodar antes do
      *    fechamento; sem ela o mes ainda pode ser fechado, mas
      *    fica o aviso na tela.
       ROT-MOSTRA-PDD.
           DISPLAY "                             " AT 1325.
           IF WS-EXISTE = "S" AND FEC-DATA-PDD IS NUMERIC
           AND FEC-DATA-PDD > ZEROS
               MOVE FEC-VAL-PDD TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT AT 1325
           ELSE
               DISPLAY "nao calculada (rodar PDDCALC)" AT 1325
           END-IF.

       ROT-FECHA-MES.
           DISPLAY "Confirmar FECHAMENTO?(S/N): " AT 2010.
           END-PERFORM.

       ROT-GRAVA-FECHAMENTO.
           IF WS-EXISTE = "N"
               MOVE ZEROS TO FEC-VAL-PDD FEC-QTD-PDD FEC-DATA-PDD
           END-IF.
           MOVE WS-COMPETENCIA   TO FEC-COMPETENCIA.
           SET MES-FECHADO TO TRUE.
           MOVE WS-QTD-EMITIDAS  TO FEC-QTD-EMITIDAS.
               ELSE
                   DISPLAY "             "  AT 2045
                   IF OPCAO = "S"
                       PERFORM ROT-CONFERE-APROVACAO
                   END-IF
               END-IF
           END-PERFORM.

      *    A reabertura so e aplicada com pedido aprovado por outro
      *    supervisor para esta competencia; sem pedido, pede o
      *    motivo e abre o pedido. A aprovacao vale uma vez: o
      *    pedido e dado como executado depois da gravacao.
       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "COMPETENCIA "  DELIMITED BY SIZE
                  WS-COMPETENCIA  DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   PERFORM ROT-GRAVA-REABERTURA
                   IF COD-ERRO-FEC = "00"
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

       ROT-GRAVA-REABERTURA.
           SET MES-REABERTO TO TRUE.
           MOVE LK-DATA-DIA     TO FEC-DATA-FECH.
           MOVE LK-COD-OPERADOR TO FEC-OPERADOR.
           REWRITE REG-FECHMES.
           IF COD-ERRO-FEC NOT = "00"
               DISPLAY "Erro ao gravar a reabertura."
                       AT 2340
           ELSE
               DISPLAY "Competencia reaberta.       "
                       AT 2340
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
