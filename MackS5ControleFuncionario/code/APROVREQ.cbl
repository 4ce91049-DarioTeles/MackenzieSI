       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   APROVREQ INITIAL.
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

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTL.

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

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-APR   PIC XX      VALUE SPACES.
       77      COD-ERRO-OPE   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTL   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      WS-PROX-NUM    PIC 9(6)    VALUE ZEROS.
       77      WS-CTL-EXISTE  PIC X       VALUE "N".
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-DIAS-APROVACAO PIC 9(3) VALUE 3.
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-HOJE-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-PEDIDO-INT  PIC 9(7)    VALUE ZEROS.
       77      WS-HORA-AGORA  PIC 9(8)    VALUE ZEROS.
       77      WS-CAMINHO-APR PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      WS-CAMINHO-OPE PIC X(100)
                       VALUE "C:\TEMP\OPERADORES.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

      *    Funcoes (LK-FUNCAO) e respostas (LK-RESULTADO):
      *      C  consulta o pedido da operacao com os parametros
      *         informados: A = aprovado, a executar (numero em
      *         LK-NUMERO); P = ainda pendente; N = nenhum pedido
      *         valendo
      *      S  registra o pedido pendente em nome de LK-OPERADOR
      *         com o motivo: P = registrado (numero em LK-NUMERO);
      *         O = solicitante nao e supervisor ativo em
      *         OPERADORES
      *      E  da baixa do pedido LK-NUMERO como executado por
      *         LK-OPERADOR: E = baixado
      *    F em qualquer funcao: fila inacessivel ou pedido fora
      *    da situacao esperada; quem chama nao executa.
       LINKAGE         SECTION.
       01      LK-FUNCAO           PIC X(1).
       01      LK-OPERACAO         PIC X(8).
       01      LK-PARAMETROS       PIC X(60).
       01      LK-OPERADOR         PIC X(8).
       01      LK-MOTIVO           PIC X(40).
       01      LK-NUMERO           PIC 9(6).
       01      LK-RESULTADO        PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCAO LK-OPERACAO LK-PARAMETROS
                                LK-OPERADOR LK-MOTIVO LK-NUMERO
                                LK-RESULTADO.
       INICIO.
           ACCEPT WS-CAMINHO-APR FROM ENVIRONMENT "APROVACOES_PATH".
           IF WS-CAMINHO-APR = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO WS-CAMINHO-APR
           END-IF.
           ACCEPT WS-CAMINHO-OPE FROM ENVIRONMENT "OPERADORES_PATH".
           IF WS-CAMINHO-OPE = SPACES
               MOVE "C:\TEMP\OPERADORES.DAT" TO WS-CAMINHO-OPE
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.
           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).

           MOVE "F" TO LK-RESULTADO.

      *    APROVACOES.DAT nasce vazio no primeiro pedido, como o
      *    catalogo em CATREG.
           OPEN I-O ARQ-APROVACOES.
           IF COD-ERRO-APR NOT = "00"
               OPEN OUTPUT ARQ-APROVACOES
               CLOSE ARQ-APROVACOES
               OPEN I-O ARQ-APROVACOES
           END-IF.
           IF COD-ERRO-APR NOT = "00"
               GOBACK
           END-IF.

           EVALUATE LK-FUNCAO
               WHEN "C"
                   PERFORM ROT-CONSULTA
               WHEN "S"
                   PERFORM ROT-SOLICITA
               WHEN "E"
                   PERFORM ROT-EXECUTA
           END-EVALUATE.

           CLOSE ARQ-APROVACOES.
           GOBACK.

      *    Varre a fila atras de pedido da mesma operacao com os
      *    mesmos parametros. Aprovado tem precedencia sobre
      *    pendente; pendente vencido e expirado aqui mesmo, no
      *    caminho.
       ROT-CONSULTA.
           MOVE "N" TO LK-RESULTADO.
           MOVE ZEROS TO LK-NUMERO.
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
                       IF APR-OPERACAO = LK-OPERACAO
                       AND APR-PARAMETROS = LK-PARAMETROS
                           PERFORM ROT-AVALIA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-AVALIA-PEDIDO.
           IF APR-PENDENTE
               COMPUTE WS-PEDIDO-INT =
                   FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO)
               IF WS-HOJE-INT - WS-PEDIDO-INT > WS-DIAS-APROVACAO
                   SET APR-EXPIRADO TO TRUE
                   MOVE WS-DATA-HOJE-NUM TO APR-DATA-DECISAO
                   MOVE "PRAZO DE APROVACAO VENCIDO"
                       TO APR-OBS-DECISAO
                   REWRITE REG-APROVACAO
               ELSE
                   IF LK-RESULTADO NOT = "A"
                       MOVE "P" TO LK-RESULTADO
                       MOVE APR-NUMERO TO LK-NUMERO
                   END-IF
               END-IF
           ELSE
           IF APR-APROVADO
               MOVE "A" TO LK-RESULTADO
               MOVE APR-NUMERO TO LK-NUMERO
           END-IF
           END-IF.

      *    So supervisor ativo cadastrado pede; sem OPERADORES
      *    (instalacao nova) nao ha como haver um segundo
      *    supervisor para decidir, entao o pedido nem e aberto.
       ROT-SOLICITA.
           MOVE "O" TO LK-RESULTADO.
           OPEN INPUT ARQ-OPERADORES.
           IF COD-ERRO-OPE = "00"
               MOVE LK-OPERADOR TO OPE-CODIGO
               READ ARQ-OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-SUPERVISOR AND OPERADOR-ATIVO
                           MOVE "S" TO LK-RESULTADO
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
           END-IF.

           IF LK-RESULTADO = "S"
               PERFORM ROT-PROXIMO-NUMERO
               MOVE SPACES TO REG-APROVACAO
               MOVE WS-PROX-NUM        TO APR-NUMERO
               MOVE LK-OPERACAO        TO APR-OPERACAO
               MOVE LK-PARAMETROS      TO APR-PARAMETROS
               MOVE LK-MOTIVO          TO APR-MOTIVO
               MOVE LK-OPERADOR        TO APR-SOLICITANTE
               MOVE WS-DATA-HOJE-NUM   TO APR-DATA-PEDIDO
               MOVE WS-HORA-AGORA(1:6) TO APR-HORA-PEDIDO
               SET APR-PENDENTE TO TRUE
               MOVE ZEROS TO APR-DATA-DECISAO APR-DATA-EXECUCAO
               WRITE REG-APROVACAO
               IF COD-ERRO-APR = "00"
                   MOVE "P" TO LK-RESULTADO
                   MOVE WS-PROX-NUM TO LK-NUMERO
                   PERFORM ROT-ATUALIZA-CONTROLE
               ELSE
                   MOVE "F" TO LK-RESULTADO
                   IF COD-ERRO-CTL = "00"
                       CLOSE ARQ-CONTROLE
                   END-IF
               END-IF
           END-IF.

      *    Baixa do pedido aprovado depois de aplicada a operacao;
      *    o mesmo pedido nao libera uma segunda execucao.
       ROT-EXECUTA.
           MOVE LK-NUMERO TO APR-NUMERO.
           READ ARQ-APROVACOES.
           IF COD-ERRO-APR = "00" AND APR-APROVADO
               SET APR-EXECUTADO TO TRUE
               MOVE LK-OPERADOR      TO APR-EXECUTOR
               MOVE WS-DATA-HOJE-NUM TO APR-DATA-EXECUCAO
               REWRITE REG-APROVACAO
               IF COD-ERRO-APR = "00"
                   MOVE "E" TO LK-RESULTADO
               END-IF
           END-IF.

      *    Numeracao pelo contador central PROX-NUM-APROVACAO, com
      *    a varredura da fila quando o contador falta, como o
      *    catalogo em CATREG.
       ROT-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-PROX-NUM.
           MOVE "N"   TO WS-CTL-EXISTE.
           OPEN I-O ARQ-CONTROLE.
           IF COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           IF COD-ERRO-CTL = "00"
               MOVE "PROX-NUM-APROVACAO" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR > 0
                           MOVE "S" TO WS-CTL-EXISTE
                           MOVE CTL-VALOR TO WS-PROX-NUM
                       END-IF
               END-READ
           END-IF.
           IF WS-PROX-NUM = ZEROS
               PERFORM ROT-VARRE-FILA
           END-IF.

       ROT-VARRE-FILA.
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
                       MOVE APR-NUMERO TO WS-PROX-NUM
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-NUM.

       ROT-ATUALIZA-CONTROLE.
           IF COD-ERRO-CTL = "00"
               MOVE "PROX-NUM-APROVACAO" TO CTL-CODIGO
               COMPUTE CTL-VALOR = WS-PROX-NUM + 1
               IF WS-CTL-EXISTE = "S"
                   REWRITE REG-CONTROLE
               ELSE
                   WRITE REG-CONTROLE
               END-IF
               CLOSE ARQ-CONTROLE
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
