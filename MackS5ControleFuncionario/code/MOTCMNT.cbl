       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   MOTCMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-MOTIVOS ASSIGN  TO WS-CAMINHO-MOT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOT-CODIGO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MOT.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-MOTIVOS
                   LABEL RECORD STANDARD.
           COPY MOTCAN.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-MOT PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-CODIGO-BUSCA PIC X(10) VALUE SPACES.
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-CAMINHO-MOT PIC X(100)
                       VALUE "C:\TEMP\MOTCANC.DAT".

       01      LINHA-MOTIVO.
           02 LST-CODIGO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-DESCRICAO PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-PERDA     PIC X(9).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-SITUACAO  PIC X(7).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-MOT FROM ENVIRONMENT "MOTCANC_PATH".
           IF WS-CAMINHO-MOT = SPACES
               MOVE "C:\TEMP\MOTCANC.DAT" TO WS-CAMINHO-MOT
           END-IF.

      *    MOTCANC.DAT pode ainda nao existir na primeira
      *    utilizacao; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como CATOCOR.DAT em CATOCMNT.
           OPEN I-O ARQ-MOTIVOS.
           IF COD-ERRO-MOT NOT = "00"
               OPEN OUTPUT ARQ-MOTIVOS
               CLOSE ARQ-MOTIVOS
               OPEN I-O ARQ-MOTIVOS
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-MOTIVOS.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO REG-MOTIVO.
               MOVE SPACES TO WS-CODIGO-BUSCA.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Motivos de Cancelamento de Cliente: " AT 0310.

               PERFORM ROT-LISTA-MOTIVOS.

               DISPLAY "Motivo (vazio sai): "  AT 1410.
               ACCEPT WS-CODIGO-BUSCA AT 1435 WITH UPPER AUTO.
               IF WS-CODIGO-BUSCA = SPACES
                   MOVE "N" TO OPCAO
               ELSE
                   PERFORM ROT-EDITA-MOTIVO

      *    Recebimento Opccao  para voltar ou parar (repeticao)

                   DISPLAY "Outro Motivo?(S/N): " AT 2210
                   PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                       ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                       IF OPCAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2240
                       ELSE
                           DISPLAY "             "  AT 2240
                       END-IF
                   END-PERFORM
               END-IF.

       ROT-LISTA-MOTIVOS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE LOW-VALUES TO MOT-CODIGO.
           START ARQ-MOTIVOS KEY IS NOT LESS THAN MOT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S" OR WS-LIN-LISTA >= 8
               READ ARQ-MOTIVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-LIN-LISTA
                       MOVE MOT-CODIGO    TO LST-CODIGO
                       MOVE MOT-DESCRICAO TO LST-DESCRICAO
                       IF MOTIVO-PERDA
                           MOVE "perda"     TO LST-PERDA
                       ELSE
                           MOVE "sem perda" TO LST-PERDA
                       END-IF
                       IF MOTIVO-ATIVO
                           MOVE "ativo"     TO LST-SITUACAO
                       ELSE
                           MOVE "inativo"   TO LST-SITUACAO
                       END-IF
                       COMPUTE WS-AT-LINHA =
                           (4 + WS-LIN-LISTA) * 100 + 10
                       DISPLAY LINHA-MOTIVO AT WS-AT-LINHA
               END-READ
           END-PERFORM.
           IF WS-LIN-LISTA = ZEROS
               DISPLAY "Nenhum motivo cadastrado." AT 0510
           END-IF.

      *    Achou altera, nao achou inclui - mesmo desenho de
      *    CATOCMNT. Motivo nao e excluido, porque os cancelamentos
      *    ja registrados apontam para ele: o que nao vale mais e
      *    inativado e deixa de ser aceito nos cancelamentos novos.
       ROT-EDITA-MOTIVO.
           MOVE WS-CODIGO-BUSCA TO MOT-CODIGO.
           READ ARQ-MOTIVOS
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

           IF WS-EXISTE = "S"
               DISPLAY "Motivo existente: alterando." AT 1610
           ELSE
               MOVE WS-CODIGO-BUSCA TO MOT-CODIGO
               MOVE SPACES TO MOT-DESCRICAO
               MOVE "S"    TO MOT-PERDA
               MOVE "A"    TO MOT-SITUACAO
               DISPLAY "Motivo novo: incluindo.     " AT 1610
           END-IF.

           DISPLAY "Descricao............: " AT 1710.
           DISPLAY "Perda de cliente(S/N): " AT 1810.
           DISPLAY "Situacao (A/I).......: " AT 1910.
           PERFORM WITH TEST AFTER UNTIL MOT-DESCRICAO NOT = SPACES
               ACCEPT MOT-DESCRICAO AT 1734 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL MOT-PERDA = "S" OR "N"
               ACCEPT MOT-PERDA AT 1834 WITH UPDATE UPPER AUTO
               IF MOT-PERDA NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 1840
               ELSE
                   DISPLAY "                "  AT 1840
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL MOTIVO-ATIVO OR
                                         MOTIVO-INATIVO
               ACCEPT MOT-SITUACAO AT 1934 WITH UPDATE UPPER AUTO
               IF NOT MOTIVO-ATIVO AND NOT MOTIVO-INATIVO
                   DISPLAY "Digite A ou I..."  AT 1940
               ELSE
                   DISPLAY "                "  AT 1940
               END-IF
           END-PERFORM.

           DISPLAY "Confirmar gravacao?(S/N): " AT 2010.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2040 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "             "  AT 2040
                   IF OPCAO = "S"
                       IF WS-EXISTE = "S"
                           REWRITE REG-MOTIVO
                       ELSE
                           WRITE REG-MOTIVO
                       END-IF
                       IF COD-ERRO-MOT NOT = "00"
                           DISPLAY "Erro ao gravar."     AT 2340
                       ELSE
                           DISPLAY "Motivo gravado."     AT 2340
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
