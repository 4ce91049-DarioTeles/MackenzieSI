       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   SEMEMAIL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO.

               SELECT  REL-SEMEMAIL ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          REL-SEMEMAIL
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "SEMEMAIL".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\SEMEMAIL_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-PAPEL       PIC X(1)    VALUE SPACE.
       77      WS-DEST-NOME   PIC X(30)   VALUE SPACES.
       77      WS-DEST-EMAIL  PIC X(40)   VALUE SPACES.
       77      WS-RESULT-FIN  PIC X(1)    VALUE SPACE.
       77      WS-RESULT-CTR  PIC X(1)    VALUE SPACE.

       77      WS-QTD-CLIENTES   PIC 9(5) VALUE ZEROS.
       77      WS-QTD-APONTADOS  PIC 9(5) VALUE ZEROS.
       77      WS-QTD-SEM-FIN    PIC 9(5) VALUE ZEROS.
       77      WS-QTD-SEM-CTR    PIC 9(5) VALUE ZEROS.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Clientes ativos sem contato de e-mail valido".

       01      LINHA-CABEC.
           02 FILLER        PIC X(40) VALUE
               "Client  Nome                            ".
           02 FILLER        PIC X(40) VALUE
               "Financeiro       Contrato".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NOME      PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-FINANCEIRO PIC X(16).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-CONTRATO  PIC X(16).

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(100) VALUE SPACES.

      *    Lista os clientes ativos aos quais a fila de mensagens
      *    (MSGFILA) nao consegue enderecar e-mail em algum dos
      *    papeis: financeiro (faturas e cobranca) e responsavel
      *    pelo contrato (renovacao). O destinatario e achado do
      *    mesmo jeito que no envio (MSGDEST), para o relatorio
      *    apontar exatamente o que falta acertar em CONTATOS.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Cadastro de clientes nao encontrado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-SEMEMAIL.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF CLIENTE-ATIVO
                           PERFORM ROT-AVALIA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Clientes ativos...................:" TO TOT-TEXTO.
           MOVE WS-QTD-CLIENTES TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Clientes apontados................:" TO TOT-TEXTO.
           MOVE WS-QTD-APONTADOS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Sem e-mail do financeiro..........:" TO TOT-TEXTO.
           MOVE WS-QTD-SEM-FIN TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Sem e-mail do responsavel contrato:" TO TOT-TEXTO.
           MOVE WS-QTD-SEM-CTR TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.

           CLOSE CAD-CLIENTE.
           CLOSE REL-SEMEMAIL.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Clientes sem e-mail valido: " WS-QTD-APONTADOS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

       ROT-AVALIA-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES.
           MOVE "F" TO WS-PAPEL.
           CALL "MSGDEST" USING CodCliente WS-PAPEL WS-DEST-NOME
                                WS-DEST-EMAIL WS-RESULT-FIN.
           MOVE "C" TO WS-PAPEL.
           CALL "MSGDEST" USING CodCliente WS-PAPEL WS-DEST-NOME
                                WS-DEST-EMAIL WS-RESULT-CTR.
           IF WS-RESULT-FIN NOT = "S" OR WS-RESULT-CTR NOT = "S"
               ADD 1 TO WS-QTD-APONTADOS
               MOVE CodCliente  TO DET-CODIGO
               MOVE NomeCliente TO DET-NOME
               EVALUATE WS-RESULT-FIN
                   WHEN "S"
                       MOVE "ok"              TO DET-FINANCEIRO
                   WHEN "I"
                       MOVE "E-MAIL INVALIDO" TO DET-FINANCEIRO
                       ADD 1 TO WS-QTD-SEM-FIN
                   WHEN OTHER
                       MOVE "SEM CONTATO"     TO DET-FINANCEIRO
                       ADD 1 TO WS-QTD-SEM-FIN
               END-EVALUATE
               EVALUATE WS-RESULT-CTR
                   WHEN "S"
                       MOVE "ok"              TO DET-CONTRATO
                   WHEN "I"
                       MOVE "E-MAIL INVALIDO" TO DET-CONTRATO
                       ADD 1 TO WS-QTD-SEM-CTR
                   WHEN OTHER
                       MOVE "SEM CONTATO"     TO DET-CONTRATO
                       ADD 1 TO WS-QTD-SEM-CTR
               END-EVALUATE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.
