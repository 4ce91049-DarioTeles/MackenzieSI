                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTT.

               SELECT  ARQ-OCORRENCIAS ASSIGN  TO WS-CAMINHO-OCO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OCO-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-OCO.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       FD          ARQ-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".

      *    Ocorrencias de atendimento ainda abertas do cliente.
       77      COD-ERRO-OCO   PIC XX     VALUE SPACES.
       77      WS-OCO-ABERTO  PIC X      VALUE "N".
       77      WS-FIM-OCO     PIC X      VALUE "N".
       77      WS-QTD-OCO     PIC 9(3)   VALUE ZEROS.
       77      WS-CAMINHO-OCO PIC X(100)
                       VALUE "C:\TEMP\OCORRENCIAS.DAT".

      *    Cliente apresentado na tela, para a opcao E chamar o
      *    extrato de conta corrente dele.
       77      WS-COD-EXTRATO PIC 9(6)   VALUE ZEROS.

       01      LINHA-CONTATO.
           02 CTT-LST-NOME  PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MSG-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(13) VALUE " encontrados.".
       
       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.
       
       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
           IF COD-ERRO-CTT = "00"
               MOVE "S" TO WS-CTT-ABERTO
           END-IF.
           ACCEPT WS-CAMINHO-OCO FROM ENVIRONMENT "OCORRENCIAS_PATH".
           IF WS-CAMINHO-OCO = SPACES
               MOVE "C:\TEMP\OCORRENCIAS.DAT" TO WS-CAMINHO-OCO
           END-IF.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF COD-ERRO-OCO = "00"
               MOVE "S" TO WS-OCO-ABERTO
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               IF WS-CTT-ABERTO = "S"
                   CLOSE ARQ-CONTATOS
               END-IF.
               IF WS-OCO-ABERTO = "S"
                   CLOSE ARQ-OCORRENCIAS
               END-IF.
               GOBACK.
               
       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO CodCliente CNPJ VC CEP.
               MOVE ZEROS TO WS-COD-EXTRATO.
               MOVE SPACES TO NomeCliente.
               MOVE SPACES TO REG-CLIENTE.
               

      *    Recebimento Opccao  para voltar ou parar (repeticao).
      *    G lista as demais filiais do grupo economico do cliente
      *    apresentado e volta a perguntar. E gera o extrato de
      *    conta corrente do cliente e volta para nova leitura.

             DISPLAY "Outra Leitura?(S/N/G=grupo/E=extrato): " AT 2010

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2050 WITH UPPER AUTO
                   EVALUATE TRUE
                       WHEN OPCAO = "G" AND WS-TEM-GRUPO = "S"
                           PERFORM ROT-LISTA-GRUPO
                       WHEN OPCAO = "G"
                           DISPLAY "Cliente sem grupo.  "  AT 2052
                       WHEN OPCAO = "E" AND WS-COD-EXTRATO > ZEROS
                           CALL "EXTRATO" USING LK-DATA-DIA
                                   LK-COD-OPERADOR WS-COD-EXTRATO
                           MOVE "S" TO OPCAO
                       WHEN OPCAO = "E"
                           DISPLAY "Nenhum cliente.     "  AT 2052
                       WHEN OPCAO = "S" OR OPCAO = "N"
                           DISPLAY "                    "  AT 2052
                       WHEN OTHER
                           DISPLAY "Digite S, N, G ou E."  AT 2052
                   END-EVALUATE
             END-PERFORM.

                   MOVE "Ativo"     TO WS-STATUS-TXT
               END-IF
               DISPLAY WS-STATUS-TXT    AT 1945
               MOVE CodCliente TO WS-COD-EXTRATO
               IF WS-CTT-ABERTO = "S"
                   PERFORM ROT-MOSTRA-CONTATOS
               END-IF
               IF WS-OCO-ABERTO = "S"
                   PERFORM ROT-CONTA-OCORRENCIAS
               END-IF
               PERFORM ROT-AVISA-GRUPO.

      *    Conta as ocorrencias abertas do cliente, pela mesma chave
      *    composta de contatos.
       ROT-CONTA-OCORRENCIAS.
           MOVE "N"   TO WS-FIM-OCO.
           MOVE ZEROS TO WS-QTD-OCO.
           MOVE CodCliente TO OCO-COD-CLIENTE.
           MOVE ZEROS      TO OCO-SEQUENCIA.
           START ARQ-OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-OCO
           END-START.

           PERFORM UNTIL WS-FIM-OCO = "S"
               READ ARQ-OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-OCO
                   NOT AT END
                       IF OCO-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-OCO
                       ELSE
                           IF OCORRENCIA-ABERTA
                               ADD 1 TO WS-QTD-OCO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "Ocorr. abertas: " AT 1755.
           DISPLAY WS-QTD-OCO         AT 1771.

      *    Apresenta os contatos ativos do cliente em tela, ate o
      *    limite de linhas disponiveis. A chave composta permite
      *    posicionar direto no primeiro contato do cliente.
           ACCEPT WS-ENTER AT 2375.
           PERFORM ROT-RELE-CLIENTE.
           DISPLAY ERASE.
           DISPLAY "Outra Leitura?(S/N/G=grupo/E=extrato): " AT 2010.

      *    Restaura o registro do cliente apresentado, ja que a
      *    varredura do grupo reusa a area do registro.
