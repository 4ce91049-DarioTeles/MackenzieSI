       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   APROVMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-APROVACOES ASSIGN  TO WS-CAMINHO-APR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  APR-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-APR.

               SELECT  ARQ-OPERADORES ASSIGN  TO WS-CAMINHO-OPE
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OPE-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-OPE.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG.

       FD          ARQ-OPERADORES
                   LABEL RECORD STANDARD.
           COPY OPERREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-APR PIC XX      VALUES SPACES.
       77      COD-ERRO-OPE PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      ACAO        PIC X       VALUE SPACE.
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-SUPERVISOR-OK PIC X  VALUE "N".
       77      WS-NUM-ESCOLHIDO PIC 9(6) VALUE ZEROS.
       77      WS-PEDIDO-OK PIC X      VALUE "N".
       77      WS-OBS      PIC X(40)   VALUE SPACES.
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-MAX-LISTA PIC 99     VALUE 12.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-QTD-EXPIRADOS PIC 9(5) VALUE ZEROS.
       77      WS-DIAS-APROVACAO PIC 9(3) VALUE 3.
       77      WS-DATA-HOJE-NUM PIC 9(8) VALUE ZEROS.
       77      WS-HOJE-INT PIC 9(7)    VALUE ZEROS.
       77      WS-PEDIDO-INT PIC 9(7)  VALUE ZEROS.
       77      WS-ENTER    PIC X       VALUE SPACE.
       77      WS-CAMINHO-APR PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      WS-CAMINHO-OPE PIC X(100)
                       VALUE "C:\TEMP\OPERADORES.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

       01      LINHA-PEDIDO.
           02 LST-NUMERO    PIC 9(6).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-OPERACAO  PIC X(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-SOLICITANTE PIC X(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-DATA      PIC 9(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-PARAMETROS PIC X(34).

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-APR FROM ENVIRONMENT "APROVACOES_PATH".
           IF WS-CAMINHO-APR = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO WS-CAMINHO-APR
           END-IF.
           ACCEPT WS-CAMINHO-OPE FROM ENVIRONMENT "OPERADORES_PATH".
           IF WS-CAMINHO-OPE = SPACES
               MOVE "C:\TEMP\OPERADORES.DAT" TO WS-CAMINHO-OPE
           END-IF.
           PERFORM ROT-LE-PARAMETROS.
           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).

      *    Quem decide tem de ser supervisor ativo de verdade em
      *    OPERADORES: a entrada liberada do MENU numa instalacao
      *    sem operadores nao serve para aprovar nada.
           OPEN INPUT ARQ-OPERADORES.
           IF COD-ERRO-OPE = "00"
               MOVE LK-COD-OPERADOR TO OPE-CODIGO
               READ ARQ-OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-SUPERVISOR AND OPERADOR-ATIVO
                           MOVE "S" TO WS-SUPERVISOR-OK
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
           END-IF.
           IF WS-SUPERVISOR-OK = "N"
               DISPLAY ERASE
               DISPLAY "Decisao restrita a supervisor ativo" AT 1010
               DISPLAY "cadastrado em OPERADORES."           AT 1210
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

           OPEN I-O ARQ-APROVACOES.
           IF COD-ERRO-APR NOT = "00"
               DISPLAY ERASE
               DISPLAY "Nenhum pedido de aprovacao registrado." AT 1010
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

           PERFORM ROT-EXPIRA-PENDENTES.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-APROVACOES.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO ACAO.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Aprovacao de Operacoes Sensiveis: " AT 0310.
               DISPLAY "Acao (L=Listar A=Aprovar R=Rejeitar"
                       AT 0510.
               DISPLAY "      S=Sair):" AT 0610.
               IF WS-QTD-EXPIRADOS > 0
                   DISPLAY "Pedidos expirados agora: " AT 0640
                   DISPLAY WS-QTD-EXPIRADOS AT 0665
               END-IF.

               PERFORM WITH TEST AFTER
                       UNTIL ACAO = "L" OR "A" OR "R" OR "S"
                   ACCEPT ACAO AT 0626 WITH UPPER AUTO
                   IF ACAO NOT = "L" AND "A" AND "R" AND "S"
                       DISPLAY "Digite L, A, R ou S."  AT 2040
                   ELSE
                       DISPLAY "                    "  AT 2040
                   END-IF
               END-PERFORM.

               EVALUATE ACAO
                   WHEN "L"
                       PERFORM ROT-LISTA-PENDENTES
                   WHEN "A"
                       PERFORM ROT-DECIDE-PEDIDO
                   WHEN "R"
                       PERFORM ROT-DECIDE-PEDIDO
               END-EVALUATE.

               IF ACAO = "S"
                   MOVE "N" TO OPCAO
               ELSE

      *    Recebimento Opccao  para voltar ou parar (repeticao)

                   DISPLAY "Outra Operacao?(S/N): " AT 2210
                   PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                       ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                       IF OPCAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2240
                       ELSE
                           DISPLAY "             "  AT 2240
                       END-IF
                   END-PERFORM
               END-IF.

      *    Pendente ha mais dias que DIAS-APROVACAO expira sem
      *    efeito; o solicitante tem de pedir de novo.
       ROT-EXPIRA-PENDENTES.
           MOVE ZEROS TO WS-QTD-EXPIRADOS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO APR-NUMERO.
           START ARQ-APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-APROVACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF APR-PENDENTE
                           PERFORM ROT-TESTA-PRAZO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-TESTA-PRAZO.
           COMPUTE WS-PEDIDO-INT =
               FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO).
           IF WS-HOJE-INT - WS-PEDIDO-INT > WS-DIAS-APROVACAO
               SET APR-EXPIRADO TO TRUE
               MOVE WS-DATA-HOJE-NUM TO APR-DATA-DECISAO
               MOVE "PRAZO DE APROVACAO VENCIDO" TO APR-OBS-DECISAO
               REWRITE REG-APROVACAO
               IF COD-ERRO-APR = "00"
                   ADD 1 TO WS-QTD-EXPIRADOS
               END-IF
           END-IF.

       ROT-LISTA-PENDENTES.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE ZEROS TO APR-NUMERO.
           START ARQ-APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           DISPLAY "Numero Operacao Solicit. Data     Parametros"
                   AT 0810.
           PERFORM UNTIL WS-FIM-SCAN = "S"
                   OR WS-LIN-LISTA >= WS-MAX-LISTA
               READ ARQ-APROVACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF APR-PENDENTE
                           PERFORM ROT-LINHA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIN-LISTA = ZEROS
               DISPLAY "Nenhum pedido pendente.      " AT 1010
           END-IF.
           DISPLAY "Pressione ENTER para continuar..." AT 2340.
           ACCEPT WS-ENTER AT 2375.

       ROT-LINHA-PEDIDO.
           ADD 1 TO WS-LIN-LISTA.
           MOVE APR-NUMERO      TO LST-NUMERO.
           MOVE APR-OPERACAO    TO LST-OPERACAO.
           MOVE APR-SOLICITANTE TO LST-SOLICITANTE.
           MOVE APR-DATA-PEDIDO TO LST-DATA.
           MOVE APR-PARAMETROS  TO LST-PARAMETROS.
           COMPUTE WS-AT-LINHA = (8 + WS-LIN-LISTA) * 100 + 10.
           DISPLAY LINHA-PEDIDO AT WS-AT-LINHA.

      *    Aprovacao ou rejeicao de um pedido pendente. Ninguem
      *    decide o proprio pedido; a rejeicao exige observacao.
       ROT-DECIDE-PEDIDO.
           PERFORM ROT-ESCOLHE-PEDIDO.
           IF WS-PEDIDO-OK = "S"
               MOVE SPACES TO WS-OBS
               DISPLAY "Observacao.: " AT 1610
               PERFORM WITH TEST AFTER
                       UNTIL WS-OBS NOT = SPACES OR ACAO = "A"
                   ACCEPT WS-OBS AT 1624 WITH UPDATE UPPER AUTO
                   IF WS-OBS = SPACES AND ACAO = "R"
                       DISPLAY "Informe o motivo da rejeicao."
                               AT 2040
                   ELSE
                       DISPLAY "                             "
                               AT 2040
                   END-IF
               END-PERFORM
               IF ACAO = "A"
                   DISPLAY "Confirmar APROVACAO?(S/N): " AT 1810
               ELSE
                   DISPLAY "Confirmar REJEICAO?(S/N):  " AT 1810
               END-IF
               MOVE SPACE TO OPCAO
               PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 1845 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2040
                   ELSE
                       DISPLAY "                "  AT 2040
                   END-IF
               END-PERFORM
               IF OPCAO = "S"
                   PERFORM ROT-GRAVA-DECISAO
               END-IF
           END-IF.

       ROT-ESCOLHE-PEDIDO.
           MOVE "N" TO WS-PEDIDO-OK.
           MOVE ZEROS TO WS-NUM-ESCOLHIDO.
           DISPLAY "Numero do pedido: " AT 0810.
           PERFORM WITH TEST AFTER UNTIL WS-NUM-ESCOLHIDO > 0
               ACCEPT WS-NUM-ESCOLHIDO AT 0829 WITH UPPER AUTO
           END-PERFORM.
           MOVE WS-NUM-ESCOLHIDO TO APR-NUMERO.
           READ ARQ-APROVACOES.
           IF COD-ERRO-APR NOT = "00"
               DISPLAY "Nao achou o pedido." AT 2040
           ELSE
               DISPLAY "Operacao...: " AT 1010
               DISPLAY APR-OPERACAO    AT 1024
               DISPLAY "Parametros.: " AT 1110
               DISPLAY APR-PARAMETROS(1:50) AT 1124
               DISPLAY "Motivo.....: " AT 1210
               DISPLAY APR-MOTIVO      AT 1224
               DISPLAY "Solicitante: " AT 1310
               DISPLAY APR-SOLICITANTE AT 1324
               DISPLAY "Pedido em..: " AT 1410
               DISPLAY APR-DATA-PEDIDO AT 1424
               IF APR-PENDENTE
                   PERFORM ROT-TESTA-PRAZO
               END-IF
               IF NOT APR-PENDENTE
                   DISPLAY "Pedido nao esta pendente." AT 2040
               ELSE
               IF APR-SOLICITANTE = LK-COD-OPERADOR
                   DISPLAY "Solicitante nao decide o proprio pedido."
                           AT 2040
               ELSE
                   MOVE "S" TO WS-PEDIDO-OK
               END-IF
               END-IF
           END-IF.

       ROT-GRAVA-DECISAO.
           IF ACAO = "A"
               SET APR-APROVADO TO TRUE
           ELSE
               SET APR-REJEITADO TO TRUE
           END-IF.
           MOVE LK-COD-OPERADOR  TO APR-APROVADOR.
           MOVE WS-DATA-HOJE-NUM TO APR-DATA-DECISAO.
           MOVE WS-OBS           TO APR-OBS-DECISAO.
           REWRITE REG-APROVACAO.
           IF COD-ERRO-APR NOT = "00"
               DISPLAY "Erro ao gravar a decisao." AT 2040
           ELSE
           IF ACAO = "A"
               DISPLAY "Pedido aprovado.        " AT 2040
           ELSE
               DISPLAY "Pedido rejeitado.       " AT 2040
           END-IF
           END-IF.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "DIAS-APROVACAO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-DIAS-APROVACAO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
