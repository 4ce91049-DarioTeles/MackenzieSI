       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   RPSRET.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-RETORNO ASSIGN  TO WS-CAMINHO-RET
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-RET.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  REL-RETORNO ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-RETORNO
                   LABEL RECORD STANDARD.
       01          LINHA-RETORNO       PIC X(120).

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          REL-RETORNO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "RPSRET".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\RPSRET_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-RET   PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-TOT-LIDAS   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-CARIMB  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-JA-CARIMB PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-REJEIT  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-DIVERG  PIC 9(5)    VALUE ZEROS.
       77      WS-CAMINHO-RET PIC X(100)
                       VALUE "C:\TEMP\RPSRET.TXT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".

      *    Linha do retorno da prefeitura: tipo "2" = RPS
      *    convertido em NFS-e, tipo "3" = RPS rejeitado com o
      *    motivo. Cabecalho e rodape do arquivo sao ignorados.
       01      RTN-DETALHE.
           02 RTN-TIPO      PIC X(1).
           02 RTN-SERIE     PIC X(5).
           02 RTN-NUM-RPS   PIC 9(12).
           02 RTN-NUM-NFSE  PIC X(15).
           02 RTN-COD-VERIF PIC X(10).
           02 RTN-DATA      PIC X(10).
           02 RTN-MOTIVO    PIC X(60).
           02 FILLER        PIC X(7).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Retorno da prefeitura - NFS-e".

       01      LINHA-OCORRENCIA.
           02 FILLER        PIC X(5)  VALUE "RPS ".
           02 OCO-RPS       PIC 9(12).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 OCO-CLIENTE   PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 OCO-TEXTO     PIC X(60).

       01      LINHA-TOT-LID.
           02 FILLER        PIC X(26)
                             VALUE "Registros lidos.........:".
           02 ROD-LIDAS     PIC ZZ.ZZ9.

       01      LINHA-TOT-CAR.
           02 FILLER        PIC X(26)
                             VALUE "NFS-e carimbadas........:".
           02 ROD-CARIMB    PIC ZZ.ZZ9.

       01      LINHA-TOT-JA.
           02 FILLER        PIC X(26)
                             VALUE "Ja carimbadas antes.....:".
           02 ROD-JA-CARIMB PIC ZZ.ZZ9.

       01      LINHA-TOT-REJ.
           02 FILLER        PIC X(26)
                             VALUE "RPS rejeitados..........:".
           02 ROD-REJEIT    PIC ZZ.ZZ9.

       01      LINHA-TOT-DIV.
           02 FILLER        PIC X(26)
                             VALUE "Divergencias apontadas..:".
           02 ROD-DIVERG    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-RET FROM ENVIRONMENT "RPSRET_PATH".
           IF WS-CAMINHO-RET = SPACES
               MOVE "C:\TEMP\RPSRET.TXT" TO WS-CAMINHO-RET
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.

           OPEN INPUT ARQ-RETORNO.
           IF COD-ERRO-RET NOT = "00"
               DISPLAY "Arquivo de retorno nao encontrado: "
                       WS-CAMINHO-RET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               CLOSE ARQ-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-RETORNO.
           WRITE LINHA-REL FROM LINHA-TITULO.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-RETORNO
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       MOVE LINHA-RETORNO TO RTN-DETALHE
                       IF RTN-TIPO = "2" OR RTN-TIPO = "3"
                           ADD 1 TO WS-TOT-LIDAS
                           PERFORM ROT-PROCESSA-RPS
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TOT-LIDAS     TO ROD-LIDAS.
           MOVE WS-TOT-CARIMB    TO ROD-CARIMB.
           MOVE WS-TOT-JA-CARIMB TO ROD-JA-CARIMB.
           MOVE WS-TOT-REJEIT    TO ROD-REJEIT.
           MOVE WS-TOT-DIVERG    TO ROD-DIVERG.
           WRITE LINHA-REL FROM LINHA-TOT-LID.
           WRITE LINHA-REL FROM LINHA-TOT-CAR.
           WRITE LINHA-REL FROM LINHA-TOT-JA.
           WRITE LINHA-REL FROM LINHA-TOT-REJ.
           WRITE LINHA-REL FROM LINHA-TOT-DIV.

           CLOSE ARQ-RETORNO.
           CLOSE ARQ-FATURAS.
           CLOSE REL-RETORNO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Retorno processado. NFS-e: " WS-TOT-CARIMB
                   "  Rejeitados: " WS-TOT-REJEIT.
           DISPLAY "Ocorrencias em " WS-CAMINHO-REL.
           GOBACK.

      *    Localiza a fatura pelo numero do RPS (chave alternativa
      *    de FAT-NUMERO, o mesmo numero que RPSEXP enviou). RPS
      *    rejeitado so vai para o relatorio com o motivo dado
      *    pela prefeitura: a fatura continua sem NFS-e e entra
      *    de novo no proximo lote depois de acertado o cadastro.
       ROT-PROCESSA-RPS.
           IF RTN-NUM-RPS IS NOT NUMERIC
           OR RTN-NUM-RPS > 999999
               ADD 1 TO WS-TOT-DIVERG
               MOVE ZEROS TO OCO-RPS
               MOVE ZEROS TO OCO-CLIENTE
               MOVE "Linha ilegivel no retorno." TO OCO-TEXTO
               PERFORM ROT-LINHA-OCORRENCIA
           ELSE
               MOVE RTN-NUM-RPS TO FAT-NUMERO
               READ ARQ-FATURAS KEY IS FAT-NUMERO
                   INVALID KEY
                       PERFORM ROT-RPS-SEM-FATURA
                   NOT INVALID KEY
                       PERFORM ROT-CONFERE-RPS
               END-READ
           END-IF.

       ROT-RPS-SEM-FATURA.
           ADD 1 TO WS-TOT-DIVERG.
           MOVE RTN-NUM-RPS TO OCO-RPS.
           MOVE ZEROS       TO OCO-CLIENTE.
           MOVE "RPS sem fatura correspondente." TO OCO-TEXTO.
           PERFORM ROT-LINHA-OCORRENCIA.

       ROT-CONFERE-RPS.
           MOVE RTN-NUM-RPS     TO OCO-RPS.
           MOVE FAT-COD-CLIENTE TO OCO-CLIENTE.
           EVALUATE TRUE
               WHEN RTN-TIPO = "3"
                   ADD 1 TO WS-TOT-REJEIT
                   MOVE RTN-MOTIVO TO OCO-TEXTO
                   PERFORM ROT-LINHA-OCORRENCIA
               WHEN FAT-NFSE-NUMERO = RTN-NUM-NFSE
                   ADD 1 TO WS-TOT-JA-CARIMB
               WHEN FAT-NFSE-NUMERO NOT = SPACES
                   ADD 1 TO WS-TOT-DIVERG
                   MOVE "Fatura ja tem outra NFS-e carimbada."
                       TO OCO-TEXTO
                   PERFORM ROT-LINHA-OCORRENCIA
               WHEN RTN-NUM-NFSE = SPACES
                   ADD 1 TO WS-TOT-DIVERG
                   MOVE "Retorno sem numero de NFS-e." TO OCO-TEXTO
                   PERFORM ROT-LINHA-OCORRENCIA
               WHEN OTHER
                   PERFORM ROT-CARIMBA-FATURA
           END-EVALUATE.

      *    O carimbo da NFS-e nao mexe em valor nem em situacao da
      *    fatura, entao vale tambem para competencia ja fechada.
       ROT-CARIMBA-FATURA.
           MOVE RTN-NUM-NFSE  TO FAT-NFSE-NUMERO.
           MOVE RTN-COD-VERIF TO FAT-NFSE-VERIF.
           MOVE RTN-DATA      TO FAT-NFSE-DATA.
           REWRITE REG-FATURA.
           IF COD-ERRO-FAT NOT = "00"
               ADD 1 TO WS-TOT-DIVERG
               MOVE "Erro ao gravar a fatura." TO OCO-TEXTO
               PERFORM ROT-LINHA-OCORRENCIA
           ELSE
               ADD 1 TO WS-TOT-CARIMB
           END-IF.

       ROT-LINHA-OCORRENCIA.
           WRITE LINHA-REL FROM LINHA-OCORRENCIA.
