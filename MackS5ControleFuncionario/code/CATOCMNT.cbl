       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CATOCMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-CATOCOR ASSIGN  TO WS-CAMINHO-CTO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTO-CODIGO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTO.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-CATOCOR
                   LABEL RECORD STANDARD.
           COPY CATOCO.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-CTO PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-CODIGO-BUSCA PIC X(10) VALUE SPACES.
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-CAMINHO-CTO PIC X(100)
                       VALUE "C:\TEMP\CATOCOR.DAT".

       01      LINHA-CATEGORIA.
           02 LST-CODIGO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-DESCRICAO PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-DIAS      PIC ZZ9.
           02 FILLER        PIC X(5)  VALUE " dias".

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CTO FROM ENVIRONMENT "CATOCOR_PATH".
           IF WS-CAMINHO-CTO = SPACES
               MOVE "C:\TEMP\CATOCOR.DAT" TO WS-CAMINHO-CTO
           END-IF.

      *    CATOCOR.DAT pode ainda nao existir na primeira
      *    utilizacao; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como PARAMS.DAT em PARMNT.
           OPEN I-O ARQ-CATOCOR.
           IF COD-ERRO-CTO NOT = "00"
               OPEN OUTPUT ARQ-CATOCOR
               CLOSE ARQ-CATOCOR
               OPEN I-O ARQ-CATOCOR
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-CATOCOR.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO REG-CATOCOR.
               MOVE SPACES TO WS-CODIGO-BUSCA.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Categorias de Ocorrencia e SLA: " AT 0310.

               PERFORM ROT-LISTA-CATEGORIAS.

               DISPLAY "Categoria (vazio sai): "  AT 1410.
               ACCEPT WS-CODIGO-BUSCA AT 1435 WITH UPPER AUTO.
               IF WS-CODIGO-BUSCA = SPACES
                   MOVE "N" TO OPCAO
               ELSE
                   PERFORM ROT-EDITA-CATEGORIA

      *    Recebimento Opccao  para voltar ou parar (repeticao)

                   DISPLAY "Outra Categoria?(S/N): " AT 2210
                   PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                       ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                       IF OPCAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2240
                       ELSE
                           DISPLAY "             "  AT 2240
                       END-IF
                   END-PERFORM
               END-IF.

       ROT-LISTA-CATEGORIAS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE LOW-VALUES TO CTO-CODIGO.
           START ARQ-CATOCOR KEY IS NOT LESS THAN CTO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S" OR WS-LIN-LISTA >= 8
               READ ARQ-CATOCOR NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-LIN-LISTA
                       MOVE CTO-CODIGO    TO LST-CODIGO
                       MOVE CTO-DESCRICAO TO LST-DESCRICAO
                       MOVE CTO-DIAS-SLA  TO LST-DIAS
                       COMPUTE WS-AT-LINHA =
                           (4 + WS-LIN-LISTA) * 100 + 10
                       DISPLAY LINHA-CATEGORIA AT WS-AT-LINHA
               END-READ
           END-PERFORM.
           IF WS-LIN-LISTA = ZEROS
               DISPLAY "Nenhuma categoria cadastrada." AT 0510
           END-IF.

      *    Achou altera, nao achou inclui - mesmo desenho da
      *    manutencao de parametros. O prazo vale para as
      *    ocorrencias abertas depois da gravacao; as ja abertas
      *    mantem o prazo que receberam.
       ROT-EDITA-CATEGORIA.
           MOVE WS-CODIGO-BUSCA TO CTO-CODIGO.
           READ ARQ-CATOCOR
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

           IF WS-EXISTE = "S"
               DISPLAY "Categoria existente: alterando." AT 1610
           ELSE
               MOVE WS-CODIGO-BUSCA TO CTO-CODIGO
               MOVE SPACES TO CTO-DESCRICAO
               MOVE ZEROS  TO CTO-DIAS-SLA
               DISPLAY "Categoria nova: incluindo.     " AT 1610
           END-IF.

           DISPLAY "Descricao.......: " AT 1710.
           DISPLAY "Prazo SLA (dias): " AT 1810.
           PERFORM WITH TEST AFTER UNTIL CTO-DESCRICAO NOT = SPACES
               ACCEPT CTO-DESCRICAO AT 1728 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL CTO-DIAS-SLA > 0
               ACCEPT CTO-DIAS-SLA AT 1828 WITH UPDATE UPPER AUTO
               IF CTO-DIAS-SLA = 0
                   DISPLAY "Digite 1 a 999 dias.        "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
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
                           REWRITE REG-CATOCOR
                       ELSE
                           WRITE REG-CATOCOR
                       END-IF
                       IF COD-ERRO-CTO NOT = "00"
                           DISPLAY "Erro ao gravar."     AT 2340
                       ELSE
                           DISPLAY "Categoria gravada."  AT 2340
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
