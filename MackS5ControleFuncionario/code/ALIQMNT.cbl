       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   ALIQMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-ALIQUOTAS ASSIGN  TO WS-CAMINHO-ALQ
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ALQ-CODIGO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ALQ.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-ALQ PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-COD-BUSCA PIC X(6)   VALUE SPACES.
       77      WS-PCT-EDT  PIC Z9,99   VALUE ZEROS.
       77      WS-VALOR-EDT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-CAMINHO-ALQ PIC X(100)
                       VALUE "C:\TEMP\ALIQUOTAS.DAT".

       01      LINHA-ALIQ.
           02 LST-CODIGO    PIC X(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-PERCENT   PIC Z9,99.
           02 FILLER        PIC X(3)  VALUE "%  ".
           02 LST-MINIMO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-DESCRICAO PIC X(30).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-ALQ FROM ENVIRONMENT "ALIQUOTAS_PATH".
           IF WS-CAMINHO-ALQ = SPACES
               MOVE "C:\TEMP\ALIQUOTAS.DAT" TO WS-CAMINHO-ALQ
           END-IF.

      *    ALIQUOTAS.DAT pode ainda nao existir na primeira
      *    utilizacao; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como PARAMS.DAT em PARMNT.
           OPEN I-O ARQ-ALIQUOTAS.
           IF COD-ERRO-ALQ NOT = "00"
               OPEN OUTPUT ARQ-ALIQUOTAS
               CLOSE ARQ-ALIQUOTAS
               OPEN I-O ARQ-ALIQUOTAS
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-ALIQUOTAS.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO REG-ALIQUOTA.
               MOVE SPACES TO WS-COD-BUSCA.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Aliquotas de Retencao na Fonte: " AT 0310.

               PERFORM ROT-LISTA-ALIQUOTAS.

               DISPLAY "Tributo (ISS IRRF PIS COFINS CSLL, vazio sai): "
                                              AT 1510.
               ACCEPT WS-COD-BUSCA AT 1558 WITH UPPER AUTO.
               IF WS-COD-BUSCA = SPACES
                   MOVE "N" TO OPCAO
               ELSE
               IF WS-COD-BUSCA NOT = "ISS" AND "IRRF" AND "PIS"
                                 AND "COFINS" AND "CSLL"
                   DISPLAY "Tributo desconhecido." AT 2340
                   MOVE "S" TO OPCAO
                   STOP "   <Enter> para continuar         "
               ELSE
                   PERFORM ROT-EDITA-ALIQUOTA

      *    Recebimento Opccao  para voltar ou parar (repeticao)

                   DISPLAY "Outro Tributo?(S/N): " AT 2210
                   PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                       ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                       IF OPCAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2240
                       ELSE
                           DISPLAY "             "  AT 2240
                       END-IF
                   END-PERFORM
               END-IF
               END-IF.

       ROT-LISTA-ALIQUOTAS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE LOW-VALUES TO ALQ-CODIGO.
           START ARQ-ALIQUOTAS KEY IS NOT LESS THAN ALQ-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S" OR WS-LIN-LISTA >= 8
               READ ARQ-ALIQUOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-LIN-LISTA
                       MOVE ALQ-CODIGO       TO LST-CODIGO
                       MOVE ALQ-PERCENTUAL   TO LST-PERCENT
                       MOVE ALQ-VALOR-MINIMO TO LST-MINIMO
                       MOVE ALQ-DESCRICAO    TO LST-DESCRICAO
                       COMPUTE WS-AT-LINHA =
                           (4 + WS-LIN-LISTA) * 100 + 10
                       DISPLAY LINHA-ALIQ AT WS-AT-LINHA
               END-READ
           END-PERFORM.
           IF WS-LIN-LISTA = ZEROS
               DISPLAY "Nenhuma aliquota cadastrada." AT 0510
           END-IF.

      *    Achou altera, nao achou inclui - mesmo desenho da
      *    manutencao de parametros.
       ROT-EDITA-ALIQUOTA.
           MOVE WS-COD-BUSCA TO ALQ-CODIGO.
           READ ARQ-ALIQUOTAS
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

           IF WS-EXISTE = "S"
               DISPLAY "Tributo existente: alterando." AT 1710
           ELSE
               MOVE WS-COD-BUSCA TO ALQ-CODIGO
               MOVE ZEROS  TO ALQ-PERCENTUAL ALQ-VALOR-MINIMO
               MOVE SPACES TO ALQ-DESCRICAO
               DISPLAY "Tributo novo: incluindo.     " AT 1710
           END-IF.

           DISPLAY "Aliquota (%)....: " AT 1810.
           DISPLAY "Retencao minima.: " AT 1850.
           DISPLAY "Descricao.......: " AT 1910.
           MOVE ALQ-PERCENTUAL TO WS-PCT-EDT.
           ACCEPT WS-PCT-EDT AT 1828 WITH UPDATE UPPER AUTO.
           MOVE WS-PCT-EDT TO ALQ-PERCENTUAL.
           MOVE ALQ-VALOR-MINIMO TO WS-VALOR-EDT.
           ACCEPT WS-VALOR-EDT AT 1868 WITH UPDATE UPPER AUTO.
           MOVE WS-VALOR-EDT TO ALQ-VALOR-MINIMO.
           ACCEPT ALQ-DESCRICAO AT 1928 WITH UPDATE UPPER AUTO.

           DISPLAY "Confirmar gravacao?(S/N): " AT 2010.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2040 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "             "  AT 2040
                   IF OPCAO = "S"
                       IF WS-EXISTE = "S"
                           REWRITE REG-ALIQUOTA
                       ELSE
                           WRITE REG-ALIQUOTA
                       END-IF
                       IF COD-ERRO-ALQ NOT = "00"
                           DISPLAY "Erro ao gravar."     AT 2340
                       ELSE
                           DISPLAY "Aliquota gravada."   AT 2340
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
