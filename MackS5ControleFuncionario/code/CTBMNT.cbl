       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CTBMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-CONTAMAP ASSIGN  TO WS-CAMINHO-CTM
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTM-EVENTO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTM.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-CONTAMAP
                   LABEL RECORD STANDARD.
           COPY CTBMAP.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-CTM PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-EVENTO-BUSCA PIC X(10) VALUE SPACES.
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-CAMINHO-CTM PIC X(100)
                       VALUE "C:\TEMP\CONTAMAP.DAT".

       01      LINHA-CONTA.
           02 LST-EVENTO    PIC X(10).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-DEBITO    PIC X(20).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-CREDITO   PIC X(20).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-HISTORICO PIC X(18).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CTM FROM ENVIRONMENT "CONTAMAP_PATH".
           IF WS-CAMINHO-CTM = SPACES
               MOVE "C:\TEMP\CONTAMAP.DAT" TO WS-CAMINHO-CTM
           END-IF.

      *    CONTAMAP.DAT pode ainda nao existir na primeira
      *    utilizacao; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como PARAMS.DAT em PARMNT.
           OPEN I-O ARQ-CONTAMAP.
           IF COD-ERRO-CTM NOT = "00"
               OPEN OUTPUT ARQ-CONTAMAP
               CLOSE ARQ-CONTAMAP
               OPEN I-O ARQ-CONTAMAP
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-CONTAMAP.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO REG-CONTAMAP.
               MOVE SPACES TO WS-EVENTO-BUSCA.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Contas Contabeis por Evento: " AT 0310.

               PERFORM ROT-LISTA-CONTAS.

               DISPLAY "Evento (EMISSAO RETENCAO CREDITO RECEBTO"
                                              AT 1410.
               DISPLAY "ESTORNO MULTA JUROS, vazio sai): "
                                              AT 1510.
               ACCEPT WS-EVENTO-BUSCA AT 1543 WITH UPPER AUTO.
               IF WS-EVENTO-BUSCA = SPACES
                   MOVE "N" TO OPCAO
               ELSE
               IF WS-EVENTO-BUSCA NOT = "EMISSAO" AND "RETENCAO"
                                   AND "CREDITO" AND "RECEBTO"
                                   AND "ESTORNO" AND "MULTA"
                                   AND "JUROS"
                   DISPLAY "Evento desconhecido." AT 2340
                   MOVE "S" TO OPCAO
                   STOP "   <Enter> para continuar         "
               ELSE
                   PERFORM ROT-EDITA-CONTAS

      *    Recebimento Opccao  para voltar ou parar (repeticao)

                   DISPLAY "Outro Evento?(S/N): " AT 2210
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

       ROT-LISTA-CONTAS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE LOW-VALUES TO CTM-EVENTO.
           START ARQ-CONTAMAP KEY IS NOT LESS THAN CTM-EVENTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S" OR WS-LIN-LISTA >= 8
               READ ARQ-CONTAMAP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-LIN-LISTA
                       MOVE CTM-EVENTO     TO LST-EVENTO
                       MOVE CTM-CONTA-DEB  TO LST-DEBITO
                       MOVE CTM-CONTA-CRED TO LST-CREDITO
                       MOVE CTM-HISTORICO  TO LST-HISTORICO
                       COMPUTE WS-AT-LINHA =
                           (4 + WS-LIN-LISTA) * 100 + 5
                       DISPLAY LINHA-CONTA AT WS-AT-LINHA
               END-READ
           END-PERFORM.
           IF WS-LIN-LISTA = ZEROS
               DISPLAY "Nenhuma conta cadastrada." AT 0510
           END-IF.

      *    Achou altera, nao achou inclui - mesmo desenho da
      *    manutencao de parametros. As duas contas sao
      *    obrigatorias: evento sem conta nao tem como ser lancado.
       ROT-EDITA-CONTAS.
           MOVE WS-EVENTO-BUSCA TO CTM-EVENTO.
           READ ARQ-CONTAMAP
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ.

           IF WS-EXISTE = "S"
               DISPLAY "Evento existente: alterando." AT 1610
           ELSE
               MOVE WS-EVENTO-BUSCA TO CTM-EVENTO
               MOVE SPACES TO CTM-CONTA-DEB CTM-CONTA-CRED
                              CTM-HISTORICO
               DISPLAY "Evento novo: incluindo.     " AT 1610
           END-IF.

           DISPLAY "Conta a debitar.: " AT 1710.
           DISPLAY "Conta a creditar: " AT 1810.
           DISPLAY "Historico.......: " AT 1910.
           PERFORM WITH TEST AFTER UNTIL CTM-CONTA-DEB NOT = SPACES
               ACCEPT CTM-CONTA-DEB AT 1728 WITH UPDATE UPPER AUTO
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL CTM-CONTA-CRED NOT = SPACES
               ACCEPT CTM-CONTA-CRED AT 1828 WITH UPDATE UPPER AUTO
           END-PERFORM.
           ACCEPT CTM-HISTORICO AT 1928 WITH UPDATE UPPER AUTO.

           DISPLAY "Confirmar gravacao?(S/N): " AT 2010.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2040 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "             "  AT 2040
                   IF OPCAO = "S"
                       IF WS-EXISTE = "S"
                           REWRITE REG-CONTAMAP
                       ELSE
                           WRITE REG-CONTAMAP
                       END-IF
                       IF COD-ERRO-CTM NOT = "00"
                           DISPLAY "Erro ao gravar."     AT 2340
                       ELSE
                           DISPLAY "Contas gravadas."    AT 2340
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
