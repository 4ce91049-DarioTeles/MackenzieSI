                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-OCORRENCIAS ASSIGN  TO WS-CAMINHO-OCO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OCO-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-OCO.

               SELECT  ARQ-FICHAS ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FIC.
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI.

       FD          ARQ-FICHAS
                   LABEL RECORD STANDARD.
       01          LINHA-FICHA         PIC X(80).

       77      COD-ERRO     PIC XX      VALUES SPACES.
       77      COD-ERRO-FIC PIC XX      VALUES SPACES.
       77      COD-ERRO-FAT PIC XX      VALUES SPACES.
       77      WS-FAT-ABERTO PIC X      VALUE "N".
       77      WS-FIM-FAT  PIC X       VALUE "N".
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-FIM-ARQ  PIC X       VALUE "N".
       77      WS-QTD-FICHAS  PIC 9(5) VALUE ZEROS.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".

      *    Ocorrencias de atendimento ainda abertas do cliente.
       77      COD-ERRO-OCO PIC XX      VALUES SPACES.
       77      WS-OCO-ABERTO PIC X      VALUE "N".
       77      WS-FIM-OCO  PIC X       VALUE "N".
       77      WS-QTD-OCO  PIC 9(3)    VALUE ZEROS.
       77      WS-QTD-OCO-EDT PIC ZZ9  VALUE ZEROS.
       77      WS-CAMINHO-OCO PIC X(100)
                       VALUE "C:\TEMP\OCORRENCIAS.DAT".

       01      LINHA-TRACO     PIC X(60) VALUE ALL "=".
       01      LINHA-TRACO-FIM PIC X(60) VALUE ALL "-".
           02 FILLER        PIC X(5)  VALUE " por ".
           02 FIC-ALT-OPER  PIC X(8).

      *    Faturas do cliente, com a NFS-e emitida pela prefeitura
      *    ao lado de cada uma.
       01      LINHA-CAB-FATURAS.
           02 FILLER        PIC X(40) VALUE
               "Faturas: compet.  numero           valor".
           02 FILLER        PIC X(27) VALUE
               "  situacao      NFS-e".

       01      LINHA-FATURA.
           02 FILLER        PIC X(9)  VALUE SPACES.
           02 FFA-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 FFA-ANO       PIC 9(4).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FFA-NUMERO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FFA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FFA-SITUACAO  PIC X(12).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FFA-NFSE      PIC X(15).

       01      WS-COMPET-FAT.
           02 WS-CPF-ANO    PIC 9(4).
           02 WS-CPF-MES    PIC 9(2).
       01      WS-COMPET-FAT-NUM REDEFINES WS-COMPET-FAT PIC 9(6).

       01      LINHA-EMISSAO.
           02 FILLER        PIC X(11) VALUE "Emitida em ".
           02 FIC-EMI-DATA  PIC X(10).
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           OPEN INPUT CAD-CLIENTE.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT = "00"
               MOVE "S" TO WS-FAT-ABERTO
           END-IF.
           ACCEPT WS-CAMINHO-OCO FROM ENVIRONMENT "OCORRENCIAS_PATH".
           IF WS-CAMINHO-OCO = SPACES
               MOVE "C:\TEMP\OCORRENCIAS.DAT" TO WS-CAMINHO-OCO
           END-IF.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF COD-ERRO-OCO = "00"
               MOVE "S" TO WS-OCO-ABERTO
           END-IF.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE CAD-CLIENTE.
               IF WS-FAT-ABERTO = "S"
                   CLOSE ARQ-FATURAS
               END-IF.
               IF WS-OCO-ABERTO = "S"
                   CLOSE ARQ-OCORRENCIAS
               END-IF.
               CLOSE ARQ-FICHAS.
               CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                                   LK-COD-OPERADOR.
           MOVE COD-OPERADOR   TO FIC-ALT-OPER.
           WRITE LINHA-FICHA FROM LINHA-ALTERACAO.

           IF WS-OCO-ABERTO = "S"
               PERFORM ROT-CONTA-OCORRENCIAS
               MOVE "Ocorr. abertas...: " TO FIC-ROTULO
               MOVE WS-QTD-OCO TO WS-QTD-OCO-EDT
               MOVE WS-QTD-OCO-EDT TO FIC-CONTEUDO
               WRITE LINHA-FICHA FROM LINHA-ROTULADA
           END-IF.

           IF WS-FAT-ABERTO = "S"
               PERFORM ROT-FATURAS-FICHA
           END-IF.

           WRITE LINHA-FICHA FROM LINHA-TRACO-FIM.
           MOVE LK-DATA-DIA     TO FIC-EMI-DATA.
           MOVE LK-COD-OPERADOR TO FIC-EMI-OPER.
           WRITE LINHA-FICHA FROM LINHA-EMISSAO.
           WRITE LINHA-FICHA FROM LINHA-BRANCO.
           WRITE LINHA-FICHA FROM LINHA-BRANCO.

      *    Conta as ocorrencias abertas do cliente: START no inicio
      *    da chave composta e leitura ate trocar o codigo.
       ROT-CONTA-OCORRENCIAS.
           MOVE "N"   TO WS-FIM-OCO.
           MOVE ZEROS TO WS-QTD-OCO.
           MOVE CodCliente TO OCO-COD-CLIENTE.
           MOVE ZEROS      TO OCO-SEQUENCIA.
           START ARQ-OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-OCO
           END-START.

           PERFORM UNTIL WS-FIM-OCO = "S"
               READ ARQ-OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-OCO
                   NOT AT END
                       IF OCO-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-OCO
                       ELSE
                           IF OCORRENCIA-ABERTA
                               ADD 1 TO WS-QTD-OCO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Lista as faturas do cliente na ordem da chave (cliente e
      *    competencia), com a situacao por extenso e o numero da
      *    NFS-e carimbado por RPSRET.
       ROT-FATURAS-FICHA.
           WRITE LINHA-FICHA FROM LINHA-BRANCO.
           WRITE LINHA-FICHA FROM LINHA-CAB-FATURAS.
           MOVE "N" TO WS-FIM-FAT.
           MOVE CodCliente TO FAT-COD-CLIENTE.
           MOVE ZEROS      TO FAT-COMPETENCIA.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FAT
           END-START.
           PERFORM UNTIL WS-FIM-FAT = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FAT
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-FAT
                       ELSE
                           PERFORM ROT-LINHA-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-LINHA-FATURA.
           MOVE FAT-COMPETENCIA TO WS-COMPET-FAT-NUM.
           MOVE WS-CPF-MES      TO FFA-MES.
           MOVE WS-CPF-ANO      TO FFA-ANO.
           MOVE FAT-NUMERO      TO FFA-NUMERO.
           MOVE FAT-VALOR       TO FFA-VALOR.
           EVALUATE TRUE
               WHEN FATURA-ABERTA
                   MOVE "Aberta"      TO FFA-SITUACAO
               WHEN FATURA-PARCIAL
                   MOVE "Parcial"     TO FFA-SITUACAO
               WHEN FATURA-PAGA
                   MOVE "Paga"        TO FFA-SITUACAO
               WHEN FATURA-RENEGOCIADA
                   MOVE "Renegociada" TO FFA-SITUACAO
               WHEN FATURA-CANCELADA
                   MOVE "Cancelada"   TO FFA-SITUACAO
               WHEN OTHER
                   MOVE FAT-STATUS    TO FFA-SITUACAO
           END-EVALUATE.
           IF FAT-NFSE-NUMERO = SPACES
               MOVE "(sem NFS-e)"   TO FFA-NFSE
           ELSE
               MOVE FAT-NFSE-NUMERO TO FFA-NFSE
           END-IF.
           WRITE LINHA-FICHA FROM LINHA-FATURA.
