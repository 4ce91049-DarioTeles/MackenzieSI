       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   APROVREL.
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

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  REL-APROVREL ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          REL-APROVREL
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(132).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "APROVREL".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\APROVREL_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-APR   PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-OP-ACHADO   PIC X       VALUE "N".
       77      WS-QTD-OP      PIC 9(3)    VALUE ZEROS.
       77      WS-IND-OP      PIC 9(3)    VALUE ZEROS.
       77      WS-TOT-LIDOS   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-PENDENTES PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-EXPIRADOS PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-FORA    PIC 9(5)    VALUE ZEROS.
       77      WS-DIAS-APROVACAO PIC 9(3) VALUE 3.
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-HOJE-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-PEDIDO-INT  PIC 9(7)    VALUE ZEROS.
       77      WS-CAMINHO-APR PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

      *    Contagem por solicitante para o agrupamento e o resumo,
      *    como o resumo por operador de LOGCONS.
       01      WS-TAB-OPERADORES.
           02 WS-ENT-OP OCCURS 50 TIMES.
               03 TAB-OP-CODIGO  PIC X(8).
               03 TAB-OP-APROV   PIC 9(5).
               03 TAB-OP-EXEC    PIC 9(5).
               03 TAB-OP-REJEIT  PIC 9(5).
               03 TAB-OP-EXPIR   PIC 9(5).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Pedidos de aprovacao decididos, por solicitante".

       01      LINHA-OPERADOR.
           02 FILLER        PIC X(13) VALUE "Solicitante: ".
           02 CAB-OPERADOR  PIC X(8).

       01      LINHA-CAB-DET.
           02 FILLER        PIC X(47) VALUE
              "  Numero Operacao Situacao   Pedido   Decisao  ".
           02 FILLER        PIC X(19) VALUE "Por      Parametros".

       01      LINHA-DETALHE.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NUMERO    PIC 9(6).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-OPERACAO  PIC X(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-SITUACAO  PIC X(10).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-PEDIDO    PIC 9(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-DECISAO   PIC 9(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-APROVADOR PIC X(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-PARAMETROS PIC X(60).

       01      LINHA-OBS.
           02 FILLER        PIC X(11) VALUE SPACES.
           02 FILLER        PIC X(8)  VALUE "Motivo: ".
           02 OBS-MOTIVO    PIC X(40).
           02 FILLER        PIC X(7)  VALUE "  Obs: ".
           02 OBS-DECISAO   PIC X(40).

       01      LINHA-RESUMO.
           02 FILLER        PIC X(9)  VALUE "Operador ".
           02 RES-CODIGO    PIC X(8).
           02 FILLER        PIC X(12) VALUE ": aprovados ".
           02 RES-APROV     PIC ZZ.ZZ9.
           02 FILLER        PIC X(12) VALUE " executados ".
           02 RES-EXEC      PIC ZZ.ZZ9.
           02 FILLER        PIC X(12) VALUE " rejeitados ".
           02 RES-REJEIT    PIC ZZ.ZZ9.
           02 FILLER        PIC X(11) VALUE " expirados ".
           02 RES-EXPIR     PIC ZZ.ZZ9.

       01      LINHA-TOTAL.
           02 ROD-TITULO    PIC X(30).
           02 ROD-QTD       PIC ZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-APR FROM ENVIRONMENT "APROVACOES_PATH".
           IF WS-CAMINHO-APR = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO WS-CAMINHO-APR
           END-IF.
           PERFORM ROT-LE-PARAMETROS.
           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).

      *    Sem fila ainda nenhum pedido foi feito; e normal numa
      *    instalacao nova.
           OPEN I-O ARQ-APROVACOES.
           IF COD-ERRO-APR NOT = "00"
               DISPLAY "APROVREL: APROVACOES indisponivel, status "
                       COD-ERRO-APR
               GOBACK
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-APROVREL.
           WRITE LINHA-REL FROM LINHA-TITULO.

      *    Primeira passada: expira o pendente vencido (a mesma
      *    regra de APROVREQ e APROVMNT) e monta a tabela de
      *    solicitantes com as contagens.
           PERFORM ROT-POSICIONA-INICIO.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-APROVACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       IF APR-PENDENTE
                           PERFORM ROT-TESTA-PRAZO
                       END-IF
                       IF APR-PENDENTE
                           ADD 1 TO WS-TOT-PENDENTES
                       ELSE
                           PERFORM ROT-CONTA-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.

      *    Segunda passada, uma varredura por solicitante: os
      *    pedidos decididos dele, na ordem do numero.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
                   UNTIL WS-IND-OP > WS-QTD-OP
               PERFORM ROT-LISTA-OPERADOR
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
                   UNTIL WS-IND-OP > WS-QTD-OP
               MOVE TAB-OP-CODIGO(WS-IND-OP) TO RES-CODIGO
               MOVE TAB-OP-APROV(WS-IND-OP)  TO RES-APROV
               MOVE TAB-OP-EXEC(WS-IND-OP)   TO RES-EXEC
               MOVE TAB-OP-REJEIT(WS-IND-OP) TO RES-REJEIT
               MOVE TAB-OP-EXPIR(WS-IND-OP)  TO RES-EXPIR
               WRITE LINHA-REL FROM LINHA-RESUMO
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Pedidos lidos...............:" TO ROD-TITULO.
           MOVE WS-TOT-LIDOS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Ainda pendentes.............:" TO ROD-TITULO.
           MOVE WS-TOT-PENDENTES TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Expirados nesta execucao....:" TO ROD-TITULO.
           MOVE WS-TOT-EXPIRADOS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           IF WS-TOT-FORA > 0
               MOVE "Fora do resumo (tabela cheia):" TO ROD-TITULO
               MOVE WS-TOT-FORA TO ROD-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.

           CLOSE ARQ-APROVACOES.
           CLOSE REL-APROVREL.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Relatorio de aprovacoes gerado.".
           DISPLAY "Pedidos lidos........: " WS-TOT-LIDOS.
           DISPLAY "Ainda pendentes......: " WS-TOT-PENDENTES.
           DISPLAY "Expirados agora......: " WS-TOT-EXPIRADOS.
           GOBACK.

       ROT-POSICIONA-INICIO.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO APR-NUMERO.
           START ARQ-APROVACOES KEY IS NOT LESS THAN APR-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.

       ROT-TESTA-PRAZO.
           COMPUTE WS-PEDIDO-INT =
               FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO).
           IF WS-HOJE-INT - WS-PEDIDO-INT > WS-DIAS-APROVACAO
               SET APR-EXPIRADO TO TRUE
               MOVE WS-DATA-HOJE-NUM TO APR-DATA-DECISAO
               MOVE "PRAZO DE APROVACAO VENCIDO" TO APR-OBS-DECISAO
               REWRITE REG-APROVACAO
               IF COD-ERRO-APR = "00"
                   ADD 1 TO WS-TOT-EXPIRADOS
               END-IF
           END-IF.

      *    Executado conta tambem como aprovado: passou pela
      *    aprovacao antes de ser aplicado.
       ROT-CONTA-OPERADOR.
           MOVE "N" TO WS-OP-ACHADO.
           PERFORM VARYING WS-IND-OP FROM 1 BY 1
                   UNTIL WS-IND-OP > WS-QTD-OP
                   OR WS-OP-ACHADO = "S"
               IF TAB-OP-CODIGO(WS-IND-OP) = APR-SOLICITANTE
                   MOVE "S" TO WS-OP-ACHADO
               END-IF
           END-PERFORM.
           IF WS-OP-ACHADO = "S"
               SUBTRACT 1 FROM WS-IND-OP
           ELSE
           IF WS-QTD-OP < 50
               ADD 1 TO WS-QTD-OP
               MOVE WS-QTD-OP TO WS-IND-OP
               MOVE APR-SOLICITANTE TO TAB-OP-CODIGO(WS-IND-OP)
               MOVE ZEROS TO TAB-OP-APROV(WS-IND-OP)
                             TAB-OP-EXEC(WS-IND-OP)
                             TAB-OP-REJEIT(WS-IND-OP)
                             TAB-OP-EXPIR(WS-IND-OP)
               MOVE "S" TO WS-OP-ACHADO
           ELSE
               ADD 1 TO WS-TOT-FORA
           END-IF
           END-IF.
           IF WS-OP-ACHADO = "S"
               EVALUATE TRUE
                   WHEN APR-APROVADO
                       ADD 1 TO TAB-OP-APROV(WS-IND-OP)
                   WHEN APR-EXECUTADO
                       ADD 1 TO TAB-OP-APROV(WS-IND-OP)
                       ADD 1 TO TAB-OP-EXEC(WS-IND-OP)
                   WHEN APR-REJEITADO
                       ADD 1 TO TAB-OP-REJEIT(WS-IND-OP)
                   WHEN APR-EXPIRADO
                       ADD 1 TO TAB-OP-EXPIR(WS-IND-OP)
               END-EVALUATE
           END-IF.

       ROT-LISTA-OPERADOR.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE TAB-OP-CODIGO(WS-IND-OP) TO CAB-OPERADOR.
           WRITE LINHA-REL FROM LINHA-OPERADOR.
           WRITE LINHA-REL FROM LINHA-CAB-DET.
           PERFORM ROT-POSICIONA-INICIO.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-APROVACOES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF APR-SOLICITANTE = TAB-OP-CODIGO(WS-IND-OP)
                       AND NOT APR-PENDENTE
                           PERFORM ROT-LINHA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-LINHA-PEDIDO.
           MOVE APR-NUMERO       TO DET-NUMERO.
           MOVE APR-OPERACAO     TO DET-OPERACAO.
           EVALUATE TRUE
               WHEN APR-APROVADO
                   MOVE "APROVADO"   TO DET-SITUACAO
               WHEN APR-EXECUTADO
                   MOVE "EXECUTADO"  TO DET-SITUACAO
               WHEN APR-REJEITADO
                   MOVE "REJEITADO"  TO DET-SITUACAO
               WHEN APR-EXPIRADO
                   MOVE "EXPIRADO"   TO DET-SITUACAO
               WHEN OTHER
                   MOVE APR-STATUS   TO DET-SITUACAO
           END-EVALUATE.
           MOVE APR-DATA-PEDIDO  TO DET-PEDIDO.
           MOVE APR-DATA-DECISAO TO DET-DECISAO.
           MOVE APR-APROVADOR    TO DET-APROVADOR.
           MOVE APR-PARAMETROS   TO DET-PARAMETROS.
           WRITE LINHA-REL FROM LINHA-DETALHE.
           MOVE APR-MOTIVO       TO OBS-MOTIVO.
           MOVE APR-OBS-DECISAO  TO OBS-DECISAO.
           WRITE LINHA-REL FROM LINHA-OBS.

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
