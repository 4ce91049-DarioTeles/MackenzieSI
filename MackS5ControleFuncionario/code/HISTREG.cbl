       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   HISTREG INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-HISTORICO ASSIGN  TO WS-CAMINHO-HVC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  HVC-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-HVC.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-HISTORICO
                   LABEL RECORD STANDARD.
           COPY HISTVC.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-HVC   PIC XX      VALUE SPACES.
       77      WS-PROX-SEQ    PIC 9(3)    VALUE ZEROS.
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-CAMINHO-HVC PIC X(100)
                       VALUE "C:\TEMP\HISTVALOR.DAT".

       LINKAGE         SECTION.
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-VIGENCIA         PIC 9(8).
       01      LK-TIPO             PIC X(1).
       01      LK-ITEM-SEQ         PIC 9(3).
       01      LK-VALOR-ANTES      PIC 9(10)V99.
       01      LK-VALOR-DEPOIS     PIC 9(10)V99.
       01      LK-ORIGEM           PIC X(8).
       01      LK-OPERADOR         PIC X(8).

      *    Registra no historico uma mudanca de valor de contrato:
      *    cliente, vigencia (AAAAMMDD), tipo (V = VC, I = item de
      *    ITENSSERV com a sua sequencia), valor antes e depois,
      *    programa de origem e operador. Varias mudancas com a
      *    mesma vigencia ganham sequencias seguidas, e a ultima
      *    e a que vale. Chamado depois da regravacao do cadastro
      *    ou do item ter dado certo; falha aqui so avisa, como em
      *    CATREG, e nao desfaz a alteracao.
       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-VIGENCIA LK-TIPO
                                LK-ITEM-SEQ LK-VALOR-ANTES
                                LK-VALOR-DEPOIS LK-ORIGEM
                                LK-OPERADOR.
       INICIO.
           IF LK-VALOR-ANTES = LK-VALOR-DEPOIS
               GOBACK
           END-IF.
           ACCEPT WS-CAMINHO-HVC FROM ENVIRONMENT "HISTVALOR_PATH".
           IF WS-CAMINHO-HVC = SPACES
               MOVE "C:\TEMP\HISTVALOR.DAT" TO WS-CAMINHO-HVC
           END-IF.

      *    HISTVALOR.DAT pode ainda nao existir na primeira
      *    mudanca; nesse caso e criado vazio antes de ser aberto
      *    para atualizacao, como CATALOGO.DAT em CATREG.
           OPEN I-O ARQ-HISTORICO.
           IF COD-ERRO-HVC NOT = "00"
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN I-O ARQ-HISTORICO
           END-IF.
           IF COD-ERRO-HVC NOT = "00"
               DISPLAY "Aviso: historico de valores inacessivel."
               GOBACK
           END-IF.

           PERFORM ROT-PROXIMA-SEQUENCIA.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.

           MOVE LK-COD-CLIENTE     TO HVC-COD-CLIENTE.
           MOVE LK-VIGENCIA        TO HVC-VIGENCIA.
           MOVE WS-PROX-SEQ        TO HVC-SEQUENCIA.
           MOVE LK-TIPO            TO HVC-TIPO.
           MOVE LK-ITEM-SEQ        TO HVC-ITEM-SEQ.
           MOVE LK-VALOR-ANTES     TO HVC-VALOR-ANTES.
           MOVE LK-VALOR-DEPOIS    TO HVC-VALOR-DEPOIS.
           MOVE LK-ORIGEM          TO HVC-ORIGEM.
           MOVE LK-OPERADOR        TO HVC-OPERADOR.
           MOVE WS-DATA-HOJE-NUM   TO HVC-DATA-REGISTRO.
           WRITE REG-HISTVALOR.
           IF COD-ERRO-HVC NOT = "00"
               DISPLAY "Aviso: mudanca de valor nao registrada: "
                       COD-ERRO-HVC
           END-IF.

           CLOSE ARQ-HISTORICO.
           GOBACK.

      *    A sequencia e a ultima usada para o mesmo cliente e a
      *    mesma vigencia mais um; o START pelo inicio da chave
      *    posiciona no primeiro registro do par, como em
      *    CONTATOS.
       ROT-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE LK-COD-CLIENTE TO HVC-COD-CLIENTE.
           MOVE LK-VIGENCIA    TO HVC-VIGENCIA.
           MOVE ZEROS          TO HVC-SEQUENCIA.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HVC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF HVC-COD-CLIENTE NOT = LK-COD-CLIENTE
                       OR HVC-VIGENCIA NOT = LK-VIGENCIA
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE HVC-SEQUENCIA TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-SEQ.
