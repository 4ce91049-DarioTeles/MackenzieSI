       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   TRIBMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-PERFTRIB ASSIGN  TO WS-CAMINHO-PTR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PTR-COD-CLIENTE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PTR.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       WORKING-STORAGE SECTION.

       77      COD-ERRO     PIC XX      VALUES SPACES.
       77      COD-ERRO-PTR PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-COD-CLIENTE PIC 9(6) VALUE ZEROS.
       77      WS-PCT-EDT  PIC Z9,99   VALUE ZEROS.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-PTR PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".

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
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-PTR FROM ENVIRONMENT "PERFTRIB_PATH".
           IF WS-CAMINHO-PTR = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO WS-CAMINHO-PTR
           END-IF.

           OPEN INPUT CAD-CLIENTE.

      *    PERFTRIB.DAT pode ainda nao existir num ambiente novo;
      *    nesse caso e criado vazio antes de ser aberto para
      *    atualizacao, do mesmo jeito que ITENSSERV.DAT em ITENSMNT.
           OPEN I-O ARQ-PERFTRIB.
           IF COD-ERRO-PTR NOT = "00"
               OPEN OUTPUT ARQ-PERFTRIB
               CLOSE ARQ-PERFTRIB
               OPEN I-O ARQ-PERFTRIB
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE CAD-CLIENTE.
               CLOSE ARQ-PERFTRIB.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-COD-CLIENTE.
               MOVE SPACES TO REG-CLIENTE.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Perfil Tributario do Cliente: " AT 0310.
               DISPLAY "Cliente: "            AT 0510.

      *    Recebimento de Dados

          PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE>0
                                    AND WS-COD-CLIENTE<=999999
              ACCEPT WS-COD-CLIENTE AT 0545 WITH UPPER AUTO
              IF WS-COD-CLIENTE<=0 OR WS-COD-CLIENTE>999999
                  DISPLAY "Digite 000001 a 999999.     "  AT 2040
              ELSE
                  DISPLAY "                            "  AT 2040
              END-IF
          END-PERFORM.

      *    Rotina de Leitura do cliente
               MOVE WS-COD-CLIENTE TO CodCliente.
               READ  CAD-CLIENTE

               IF COD-ERRO NOT = "00"
     		        DISPLAY "Nao achou o cliente." AT 2040
               ELSE
                   DISPLAY NomeCliente AT 0555
                   PERFORM ROT-EDITA-PERFIL
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outro Cliente?(S/N): " AT 2210

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2240
                   ELSE
                       DISPLAY "             "  AT 2240
                   END-IF
             END-PERFORM.

      *    Achou altera, nao achou inclui com nenhuma retencao
      *    marcada. Cada indicador so aceita S ou N; a aliquota de
      *    ISS zerada deixa valer a da tabela de ALIQMNT.
       ROT-EDITA-PERFIL.
           MOVE WS-COD-CLIENTE TO PTR-COD-CLIENTE.
           READ ARQ-PERFTRIB
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

           IF WS-EXISTE = "S"
               DISPLAY "Perfil existente: alterando." AT 0710
               DISPLAY "Ultima alteracao: " AT 0750
               DISPLAY PTR-DATA-ALTER AT 0768
           ELSE
               MOVE WS-COD-CLIENTE TO PTR-COD-CLIENTE
               MOVE "N" TO PTR-RETEM-ISS PTR-RETEM-IRRF
                           PTR-RETEM-PIS PTR-RETEM-COFINS
                           PTR-RETEM-CSLL
               MOVE ZEROS  TO PTR-ALIQ-ISS
               DISPLAY "Perfil novo: incluindo.     " AT 0710
           END-IF.

           DISPLAY "Retem ISS......(S/N): " AT 0910.
           DISPLAY "Retem IRRF.....(S/N): " AT 1010.
           DISPLAY "Retem PIS......(S/N): " AT 1110.
           DISPLAY "Retem COFINS...(S/N): " AT 1210.
           DISPLAY "Retem CSLL.....(S/N): " AT 1310.
           DISPLAY "Aliquota propria de ISS (%, zero = tabela): "
                                              AT 1510.

           PERFORM WITH TEST AFTER UNTIL PTR-RETEM-ISS = "S" OR "N"
               ACCEPT PTR-RETEM-ISS AT 0933 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PTR-RETEM-IRRF = "S" OR "N"
               ACCEPT PTR-RETEM-IRRF AT 1033 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PTR-RETEM-PIS = "S" OR "N"
               ACCEPT PTR-RETEM-PIS AT 1133 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER
                   UNTIL PTR-RETEM-COFINS = "S" OR "N"
               ACCEPT PTR-RETEM-COFINS AT 1233 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PTR-RETEM-CSLL = "S" OR "N"
               ACCEPT PTR-RETEM-CSLL AT 1333 WITH UPDATE UPPER AUTO
           END-PERFORM.
           MOVE PTR-ALIQ-ISS TO WS-PCT-EDT.
           ACCEPT WS-PCT-EDT AT 1555 WITH UPDATE UPPER AUTO.
           MOVE WS-PCT-EDT TO PTR-ALIQ-ISS.

           DISPLAY "Confirmar gravacao?(S/N): " AT 2010.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2040 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "             "  AT 2040
                   IF OPCAO = "S"
                       PERFORM ROT-GRAVA-PERFIL
                   END-IF
               END-IF
           END-PERFORM.

       ROT-GRAVA-PERFIL.
           MOVE LK-COD-OPERADOR TO PTR-OPERADOR.
           MOVE LK-DATA-DIA     TO PTR-DATA-ALTER.
           IF WS-EXISTE = "S"
               REWRITE REG-PERFTRIB
           ELSE
               WRITE REG-PERFTRIB
           END-IF.
           IF COD-ERRO-PTR NOT = "00"
               DISPLAY "Erro ao gravar."     AT 2340
           ELSE
               DISPLAY "Perfil gravado: vale na proxima emissao."
                       AT 2340
           END-IF.
