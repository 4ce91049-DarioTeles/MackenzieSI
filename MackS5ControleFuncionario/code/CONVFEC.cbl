       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CONVFEC.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  FEC-ANTIGO ASSIGN  TO WS-CAMINHO-ORIGEM
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ANT-COMPETENCIA
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ANT.

               SELECT  FEC-NOVO ASSIGN  TO WS-CAMINHO-DESTINO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

       DATA            DIVISION.
       FILE        SECTION.

      *    Leiaute de FECHMES sem a provisao para devedores
      *    duvidosos, exatamente como gravado antes de PDDCALC.
       FD          FEC-ANTIGO
                   LABEL RECORD STANDARD.
       01          REG-ANTIGO.
                   02 ANT-COMPETENCIA  PIC 9(6).
                   02 ANT-STATUS       PIC X(1).
                   02 ANT-QTD-EMITIDAS PIC 9(5).
                   02 ANT-VAL-EMITIDO  PIC 9(13)V99.
                   02 ANT-QTD-PAGAS    PIC 9(5).
                   02 ANT-VAL-RECEBIDO PIC 9(13)V99.
                   02 ANT-DATA-FECH    PIC X(10).
                   02 ANT-OPERADOR     PIC X(8).

       FD          FEC-NOVO
                   LABEL RECORD STANDARD.
           COPY FECMES.

       WORKING-STORAGE SECTION.

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-ANT   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-TOT-LIDOS   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-GRAVADOS PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-JA-CONV PIC 9(5)    VALUE ZEROS.
       77      WS-CAMINHO-ORIGEM PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".
       77      WS-CAMINHO-DESTINO PIC X(100)
                       VALUE "C:\TEMP\FECHMES_NOVO.DAT".

       PROCEDURE DIVISION.
       INICIO.

      *    Conversao unica do arquivo de fechamentos (e das copias
      *    datadas, uma por vez) para o leiaute com a provisao para
      *    devedores duvidosos, no mesmo desenho de CONVFAT: origem
      *    e destino por variavel de ambiente, o destino nunca e a
      *    origem, e a origem so e lida.

           ACCEPT WS-CAMINHO-ORIGEM FROM ENVIRONMENT "CONV_ORIGEM".
           IF WS-CAMINHO-ORIGEM = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-ORIGEM
           END-IF.
           ACCEPT WS-CAMINHO-DESTINO FROM ENVIRONMENT "CONV_DESTINO".
           IF WS-CAMINHO-DESTINO = SPACES
               MOVE "C:\TEMP\FECHMES_NOVO.DAT"
                   TO WS-CAMINHO-DESTINO
           END-IF.

           IF WS-CAMINHO-DESTINO = WS-CAMINHO-ORIGEM
               DISPLAY "Origem e destino iguais: nada feito."
               GOBACK
           END-IF.

           OPEN INPUT FEC-ANTIGO.
           IF COD-ERRO-ANT NOT = "00"
               DISPLAY "Nao abriu a origem: " WS-CAMINHO-ORIGEM
               GOBACK
           END-IF.

      *    O destino e aberto para atualizacao: se a conversao
      *    anterior caiu no meio, os registros ja convertidos sao
      *    apenas contados e a carga continua de onde parou.
           OPEN I-O FEC-NOVO.
           IF COD-ERRO NOT = "00"
               OPEN OUTPUT FEC-NOVO
               CLOSE FEC-NOVO
               OPEN I-O FEC-NOVO
           END-IF.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ FEC-ANTIGO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM ROT-CONVERTE-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE FEC-ANTIGO.
           CLOSE FEC-NOVO.

           DISPLAY "Conversao concluida.".
           DISPLAY "Origem..............: " WS-CAMINHO-ORIGEM.
           DISPLAY "Destino.............: " WS-CAMINHO-DESTINO.
           DISPLAY "Registros lidos.....: " WS-TOT-LIDOS.
           DISPLAY "Registros gravados..: " WS-TOT-GRAVADOS.
           DISPLAY "Ja convertidos......: " WS-TOT-JA-CONV.
           GOBACK.

      *    Nenhuma provisao era gravada antes do novo leiaute: a
      *    competencia convertida fica sem PDD apurada (data zero).
       ROT-CONVERTE-REGISTRO.
           MOVE SPACES           TO REG-FECHMES.
           MOVE ANT-COMPETENCIA  TO FEC-COMPETENCIA.
           MOVE ANT-STATUS       TO FEC-STATUS.
           MOVE ANT-QTD-EMITIDAS TO FEC-QTD-EMITIDAS.
           MOVE ANT-VAL-EMITIDO  TO FEC-VAL-EMITIDO.
           MOVE ANT-QTD-PAGAS    TO FEC-QTD-PAGAS.
           MOVE ANT-VAL-RECEBIDO TO FEC-VAL-RECEBIDO.
           MOVE ANT-DATA-FECH    TO FEC-DATA-FECH.
           MOVE ANT-OPERADOR     TO FEC-OPERADOR.
           MOVE ZEROS            TO FEC-VAL-PDD FEC-QTD-PDD
                                    FEC-DATA-PDD.

           WRITE REG-FECHMES
               INVALID KEY
                   ADD 1 TO WS-TOT-JA-CONV
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE.
