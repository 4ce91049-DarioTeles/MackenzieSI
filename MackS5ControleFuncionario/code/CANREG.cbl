       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CANREG INITIAL.
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
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-MOT.

               SELECT  ARQ-CANCELAM ASSIGN  TO WS-CAMINHO-CAN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CAN-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CAN.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-MOTIVOS
                   LABEL RECORD STANDARD.
           COPY MOTCAN.

       FD          ARQ-CANCELAM
                   LABEL RECORD STANDARD.
           COPY CANCLI.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-MOT   PIC XX      VALUE SPACES.
       77      COD-ERRO-CAN   PIC XX      VALUE SPACES.
       77      WS-PROX-SEQ    PIC 9(2)    VALUE ZEROS.
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-CAMINHO-MOT PIC X(100)
                       VALUE "C:\TEMP\MOTCANC.DAT".
       77      WS-CAMINHO-CAN PIC X(100)
                       VALUE "C:\TEMP\CANCELAM.DAT".

       LINKAGE         SECTION.
       01      LK-FUNCAO           PIC X(1).
       01      LK-MOTIVO           PIC X(10).
       01      LK-DESCRICAO        PIC X(30).
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-NOME             PIC X(30).
       01      LK-VC               PIC 9(10)V99.
       01      LK-COD-VENDEDOR     PIC 9(3).
       01      LK-UF               PIC X(2).
       01      LK-ORIGEM           PIC X(8).
       01      LK-OPERADOR         PIC X(8).
       01      LK-OBSERVACAO       PIC X(30).
       01      LK-RESULTADO        PIC X(1).

      *    Motivo e registro dos cancelamentos de cliente, chamado
      *    por todo programa que passa um cliente para cancelado:
      *      V - so confere o motivo (existe em MOTCANC e esta
      *          ativo) e devolve a descricao, antes de o operador
      *          confirmar;
      *      G - confere o motivo e grava em CANCELAM o motivo, a
      *          data de hoje, a origem, o operador e a copia dos
      *          dados do cliente (nome, VC, vendedor, UF).
      *    Resultado: S = ok, M = motivo invalido (ou tabela de
      *    motivos inexistente), E = erro de gravacao. A gravacao e
      *    pedida depois da regravacao do cadastro ter dado certo;
      *    falha aqui so avisa e nao desfaz o cancelamento, como em
      *    HISTREG.
       PROCEDURE DIVISION USING LK-FUNCAO LK-MOTIVO LK-DESCRICAO
                                LK-COD-CLIENTE LK-NOME LK-VC
                                LK-COD-VENDEDOR LK-UF LK-ORIGEM
                                LK-OPERADOR LK-OBSERVACAO
                                LK-RESULTADO.
       INICIO.
           MOVE "M" TO LK-RESULTADO.
           MOVE SPACES TO LK-DESCRICAO.
           IF LK-MOTIVO = SPACES
               GOBACK
           END-IF.

           ACCEPT WS-CAMINHO-MOT FROM ENVIRONMENT "MOTCANC_PATH".
           IF WS-CAMINHO-MOT = SPACES
               MOVE "C:\TEMP\MOTCANC.DAT" TO WS-CAMINHO-MOT
           END-IF.
           OPEN INPUT ARQ-MOTIVOS.
           IF COD-ERRO-MOT NOT = "00"
               GOBACK
           END-IF.
           MOVE LK-MOTIVO TO MOT-CODIGO.
           READ ARQ-MOTIVOS
               INVALID KEY
                   MOVE "M" TO LK-RESULTADO
               NOT INVALID KEY
                   IF MOTIVO-ATIVO
                       MOVE "S" TO LK-RESULTADO
                       MOVE MOT-DESCRICAO TO LK-DESCRICAO
                   END-IF
           END-READ.
           CLOSE ARQ-MOTIVOS.

           IF LK-RESULTADO NOT = "S" OR LK-FUNCAO NOT = "G"
               GOBACK
           END-IF.

           ACCEPT WS-CAMINHO-CAN FROM ENVIRONMENT "CANCELAM_PATH".
           IF WS-CAMINHO-CAN = SPACES
               MOVE "C:\TEMP\CANCELAM.DAT" TO WS-CAMINHO-CAN
           END-IF.

      *    CANCELAM.DAT pode ainda nao existir no primeiro
      *    cancelamento; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como HISTVALOR.DAT em HISTREG.
           OPEN I-O ARQ-CANCELAM.
           IF COD-ERRO-CAN NOT = "00"
               OPEN OUTPUT ARQ-CANCELAM
               CLOSE ARQ-CANCELAM
               OPEN I-O ARQ-CANCELAM
           END-IF.
           IF COD-ERRO-CAN NOT = "00"
               DISPLAY "Aviso: registro de cancelamentos inacessivel."
               MOVE "E" TO LK-RESULTADO
               GOBACK
           END-IF.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           PERFORM ROT-PROXIMA-SEQUENCIA.

           MOVE LK-COD-CLIENTE     TO CAN-COD-CLIENTE.
           MOVE WS-DATA-HOJE-NUM   TO CAN-DATA.
           MOVE WS-PROX-SEQ        TO CAN-SEQUENCIA.
           MOVE LK-MOTIVO          TO CAN-MOTIVO.
           MOVE LK-ORIGEM          TO CAN-ORIGEM.
           MOVE LK-OPERADOR        TO CAN-OPERADOR.
           MOVE LK-NOME            TO CAN-NOME.
           MOVE LK-VC              TO CAN-VC.
           MOVE LK-COD-VENDEDOR    TO CAN-COD-VENDEDOR.
           MOVE LK-UF              TO CAN-UF.
           MOVE LK-OBSERVACAO      TO CAN-OBSERVACAO.
           WRITE REG-CANCELAMENTO.
           IF COD-ERRO-CAN NOT = "00"
               DISPLAY "Aviso: cancelamento nao registrado: "
                       COD-ERRO-CAN
               MOVE "E" TO LK-RESULTADO
           END-IF.

           CLOSE ARQ-CANCELAM.
           GOBACK.

      *    A sequencia e a ultima usada para o mesmo cliente no
      *    mesmo dia mais um, como em HISTREG.
       ROT-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE LK-COD-CLIENTE   TO CAN-COD-CLIENTE.
           MOVE WS-DATA-HOJE-NUM TO CAN-DATA.
           MOVE ZEROS            TO CAN-SEQUENCIA.
           START ARQ-CANCELAM KEY IS NOT LESS THAN CAN-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-CANCELAM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF CAN-COD-CLIENTE NOT = LK-COD-CLIENTE
                       OR CAN-DATA NOT = WS-DATA-HOJE-NUM
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE CAN-SEQUENCIA TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-SEQ.
