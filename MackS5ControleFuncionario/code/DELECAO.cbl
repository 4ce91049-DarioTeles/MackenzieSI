       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".

      *    Todo cancelamento leva um motivo de MOTCANC, conferido e
      *    registrado em CANCELAM por CANREG.
       77      WS-FUNCAO-CAN  PIC X(1)    VALUE SPACE.
       77      WS-MOTIVO-CAN  PIC X(10)   VALUE SPACES.
       77      WS-DESC-MOTIVO PIC X(30)   VALUE SPACES.
       77      WS-ORIGEM-CAN  PIC X(8)    VALUE "DELECAO".
       77      WS-OBS-CAN     PIC X(30)   VALUE SPACES.
       77      WS-RESULT-CAN  PIC X(1)    VALUE SPACE.

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).
               DISPLAY CEP              AT 1745
               DISPLAY WS-STATUS-TXT    AT 1945

      *    Motivo do cancelamento: sem um motivo ativo da tabela a
      *    exclusao nao e feita; vazio desiste do cliente.
               DISPLAY "Motivo do cancelamento: " AT 2110
               MOVE SPACES TO WS-MOTIVO-CAN
               PERFORM WITH TEST AFTER UNTIL WS-RESULT-CAN = "S"
                                          OR WS-MOTIVO-CAN = SPACES
                   ACCEPT WS-MOTIVO-CAN AT 2135 WITH UPPER AUTO
                   MOVE "V" TO WS-FUNCAO-CAN
                   CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                                       WS-DESC-MOTIVO CodCliente
                                       NomeCliente VC COD-VENDEDOR
                                       UF WS-ORIGEM-CAN
                                       LK-COD-OPERADOR WS-OBS-CAN
                                       WS-RESULT-CAN
                   IF WS-RESULT-CAN = "S" OR WS-MOTIVO-CAN = SPACES
                       DISPLAY WS-DESC-MOTIVO AT 2147
                   ELSE
                       DISPLAY "Motivo invalido ou inativo.   "
                               AT 2147
                   END-IF
               END-PERFORM

               IF WS-MOTIVO-CAN = SPACES
                   DISPLAY "Exclusao abandonada: sem motivo." AT 2340
               ELSE

      *    Rotina de Exclusão
               DISPLAY "Confirma a exclusao?(S/N): " AT 2010

                               DISPLAY "Erro ao excluir."  AT 2340
                           ELSE
                               DISPLAY "Registro excluido."  AT 2340
                               PERFORM ROT-REGISTRA-MOTIVO
                               IF WS-CTT-ABERTO = "S"
                                   PERFORM ROT-INATIVA-CONTATOS
                               END-IF
                   END-IF
               END-PERFORM

               END-IF
               END-IF
               END-IF.

                   END-IF
             END-PERFORM.

      *    O cancelamento ja foi gravado no cadastro; falha no
      *    registro do motivo so avisa, como em HISTREG.
       ROT-REGISTRA-MOTIVO.
           MOVE "G" TO WS-FUNCAO-CAN.
           CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                               WS-DESC-MOTIVO CodCliente NomeCliente
                               VC COD-VENDEDOR UF WS-ORIGEM-CAN
                               LK-COD-OPERADOR WS-OBS-CAN
                               WS-RESULT-CAN.
           IF WS-RESULT-CAN NOT = "S"
               DISPLAY "Aviso: motivo do cancelamento nao registrado."
                       AT 2410
           END-IF.

      *    Inativa todos os contatos do cliente cancelado, para que
      *    ninguem mais seja acionado por um contrato encerrado. A
      *    chave composta permite posicionar direto no primeiro
