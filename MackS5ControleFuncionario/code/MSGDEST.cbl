       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   MSGDEST INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTT.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-CTT   PIC XX      VALUE SPACES.
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-NO-PAPEL    PIC X       VALUE "N".
       77      WS-EMAIL-OK    PIC X       VALUE "N".
       77      WS-TAM         PIC 9(2)    VALUE ZEROS.
       77      WS-POS-ARROBA  PIC 9(2)    VALUE ZEROS.
       77      WS-TAM-DOMINIO PIC 9(2)    VALUE ZEROS.
       77      WS-QTD-ARROBA  PIC 9(2)    VALUE ZEROS.
       77      WS-QTD-ESPACO  PIC 9(2)    VALUE ZEROS.
       77      WS-QTD-PONTO   PIC 9(2)    VALUE ZEROS.
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".

       LINKAGE         SECTION.
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-PAPEL            PIC X(1).
       01      LK-NOME             PIC X(30).
       01      LK-EMAIL            PIC X(40).
       01      LK-RESULTADO        PIC X(1).

      *    Destinatario de e-mail do cliente no papel pedido:
      *      F - financeiro (funcao comecando por FINANC);
      *      C - responsavel pelo contrato (funcao comecando por
      *          CONTRAT ou RESPONS).
      *    Vale o primeiro contato ativo do papel com e-mail
      *    valido, na ordem de sequencia. Resultado:
      *      S - achou (nome e e-mail devolvidos);
      *      I - ha contato ativo no papel, mas sem e-mail valido;
      *      N - nenhum contato ativo no papel.
      *    A funcao e texto livre digitado em CONTATOS (sempre em
      *    maiusculas), por isso a comparacao e pelo comeco.
       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-PAPEL LK-NOME
                                LK-EMAIL LK-RESULTADO.
       INICIO.
           MOVE "N"    TO LK-RESULTADO.
           MOVE SPACES TO LK-NOME LK-EMAIL.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.
           OPEN INPUT ARQ-CONTATOS.
           IF COD-ERRO-CTT NOT = "00"
               GOBACK
           END-IF.

           MOVE "N" TO WS-FIM-SCAN.
           MOVE LK-COD-CLIENTE TO CTT-COD-CLIENTE.
           MOVE ZEROS          TO CTT-SEQUENCIA.
           START ARQ-CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF CTT-COD-CLIENTE NOT = LK-COD-CLIENTE
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           PERFORM ROT-AVALIA-CONTATO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARQ-CONTATOS.
           GOBACK.

       ROT-AVALIA-CONTATO.
           MOVE "N" TO WS-NO-PAPEL.
           IF CONTATO-ATIVO
               IF LK-PAPEL = "F" AND CTT-FUNCAO(1:6) = "FINANC"
                   MOVE "S" TO WS-NO-PAPEL
               END-IF
               IF LK-PAPEL = "C"
               AND (CTT-FUNCAO(1:7) = "CONTRAT"
                    OR CTT-FUNCAO(1:7) = "RESPONS")
                   MOVE "S" TO WS-NO-PAPEL
               END-IF
           END-IF.
           IF WS-NO-PAPEL = "S"
               PERFORM ROT-VALIDA-EMAIL
               IF WS-EMAIL-OK = "S"
                   MOVE "S"       TO LK-RESULTADO
                   MOVE CTT-NOME  TO LK-NOME
                   MOVE CTT-EMAIL TO LK-EMAIL
                   MOVE "S"       TO WS-FIM-SCAN
               ELSE
                   MOVE "I"       TO LK-RESULTADO
               END-IF
           END-IF.

      *    E-mail valido: sem espacos no meio, um "@" so, com algo
      *    antes dele e, depois dele, um dominio com ponto que nao
      *    comeca nem termina em ponto.
       ROT-VALIDA-EMAIL.
           MOVE "N" TO WS-EMAIL-OK.
           MOVE ZEROS TO WS-QTD-ARROBA WS-QTD-ESPACO WS-QTD-PONTO
                         WS-POS-ARROBA.
           PERFORM VARYING WS-TAM FROM 40 BY -1
                   UNTIL WS-TAM = 0 OR CTT-EMAIL(WS-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-TAM > 4
               INSPECT CTT-EMAIL(1:WS-TAM)
                   TALLYING WS-QTD-ARROBA FOR ALL "@"
                            WS-QTD-ESPACO FOR ALL SPACE
               INSPECT CTT-EMAIL(1:WS-TAM)
                   TALLYING WS-POS-ARROBA FOR CHARACTERS
                       BEFORE INITIAL "@"
               IF WS-QTD-ARROBA = 1 AND WS-QTD-ESPACO = 0
               AND WS-POS-ARROBA > 0
                   COMPUTE WS-TAM-DOMINIO = WS-TAM - WS-POS-ARROBA - 1
                   IF WS-TAM-DOMINIO > 2
                       INSPECT CTT-EMAIL(WS-POS-ARROBA + 2:
                                         WS-TAM-DOMINIO)
                           TALLYING WS-QTD-PONTO FOR ALL "."
                       IF WS-QTD-PONTO > 0
                       AND CTT-EMAIL(WS-POS-ARROBA + 2:1) NOT = "."
                       AND CTT-EMAIL(WS-TAM:1) NOT = "."
                           MOVE "S" TO WS-EMAIL-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
