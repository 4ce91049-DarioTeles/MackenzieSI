       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   PROPREL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-PROPOSTAS ASSIGN  TO WS-CAMINHO-PRP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PRP.

               SELECT  ARQ-VENDEDORES ASSIGN  TO WS-CAMINHO-VEN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  VEN-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-VEN.

               SELECT  REL-PROPOSTAS ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          ARQ-VENDEDORES
                   LABEL RECORD STANDARD.
           COPY VENDREG.

       FD          REL-PROPOSTAS
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "PROPREL".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\PROPREL_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-PRP   PIC XX      VALUES SPACES.
       77      COD-ERRO-VEN   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-FIM-PRP     PIC X       VALUE "N".
       77      WS-VEND-ABERTO PIC X       VALUE "N".
       77      WS-IND         PIC 9(4)    VALUE ZEROS.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-DECIDIDAS   PIC 9(5)    VALUE ZEROS.
       77      WS-PCT-CONV    PIC 9(3)V99 VALUE ZEROS.
       77      WS-TOT-ABERTAS PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-VAL-ABE PIC 9(13)V99 VALUE ZEROS.
       77      WS-TOT-VENCIDAS PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-GANHAS  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-VAL-GAN PIC 9(13)V99 VALUE ZEROS.
       77      WS-TOT-PERDIDAS PIC 9(5)   VALUE ZEROS.
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-VEN PIC X(100)
                       VALUE "C:\TEMP\VENDEDORES.DAT".

      *    Funil acumulado por vendedor numa so leitura das
      *    propostas; a posicao na tabela e o codigo do vendedor
      *    mais um, ficando a primeira para o prospect sem
      *    vendedor (000).
       01      WS-TAB-FUNIL.
           02 WS-FUNIL OCCURS 1000 TIMES.
               03 FUN-ABERTAS     PIC 9(5).
               03 FUN-VAL-ABERTO  PIC 9(13)V99.
               03 FUN-VENCIDAS    PIC 9(5).
               03 FUN-GANHAS      PIC 9(5).
               03 FUN-VAL-GANHO   PIC 9(13)V99.
               03 FUN-PERDIDAS    PIC 9(5).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Funil de propostas comerciais por vendedor".

       01      LINHA-DATA.
           02 FILLER        PIC X(20) VALUE "Posicao em        : ".
           02 DAT-DIA       PIC 99.
           02 FILLER        PIC X     VALUE "/".
           02 DAT-MES       PIC 99.
           02 FILLER        PIC X     VALUE "/".
           02 DAT-ANO       PIC 9999.

       01      LINHA-CABEC.
           02 FILLER        PIC X(36) VALUE
               "Vend Nome                          ".
           02 FILLER        PIC X(42) VALUE
               "Abert.         Valor aberto  Venc. Ganhas ".
           02 FILLER        PIC X(34) VALUE
               "         Valor ganho  Perd. Conv.%".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NOME      PIC X(30).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-ABERTAS   PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-VAL-ABE   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-VENCIDAS  PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-GANHAS    PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-VAL-GAN   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-PERDIDAS  PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-CONV      PIC ZZ9,99.

       01      LINHA-TOTAL.
           02 FILLER        PIC X(36) VALUE "Total empresa".
           02 TOT-ABERTAS   PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-VAL-ABE   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-VENCIDAS  PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-GANHAS    PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-VAL-GAN   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-PERDIDAS  PIC ZZ.ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TOT-CONV      PIC ZZ9,99.

       01      LINHA-NOTA      PIC X(60) VALUE
               "Abert./Valor aberto: propostas abertas na validade.".
       01      LINHA-NOTA1     PIC X(60) VALUE
               "Venc.: propostas abertas com a validade vencida.".
       01      LINHA-NOTA2     PIC X(60) VALUE
               "Conv.% = ganhas / (ganhas + perdidas).".

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.
           ACCEPT WS-CAMINHO-VEN FROM ENVIRONMENT "VENDEDORES_PATH".
           IF WS-CAMINHO-VEN = SPACES
               MOVE "C:\TEMP\VENDEDORES.DAT" TO WS-CAMINHO-VEN
           END-IF.

           OPEN INPUT ARQ-PROPOSTAS.
           IF COD-ERRO-PRP NOT = "00"
               DISPLAY "Arquivo de propostas nao encontrado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Sem o cadastro de vendedores o funil sai so com os
      *    codigos.
           OPEN INPUT ARQ-VENDEDORES.
           IF COD-ERRO-VEN = "00"
               MOVE "S" TO WS-VEND-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 1000
               MOVE ZEROS TO FUN-ABERTAS(WS-IND)
                             FUN-VAL-ABERTO(WS-IND)
                             FUN-VENCIDAS(WS-IND)
                             FUN-GANHAS(WS-IND)
                             FUN-VAL-GANHO(WS-IND)
                             FUN-PERDIDAS(WS-IND)
           END-PERFORM.

           PERFORM UNTIL WS-FIM-PRP = "S"
               READ ARQ-PROPOSTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRP
                   NOT AT END
                       PERFORM ROT-ACUMULA-PROPOSTA
               END-READ
           END-PERFORM.

           OPEN OUTPUT REL-PROPOSTAS.
           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-DATA-REL(7:2) TO DAT-DIA.
           MOVE WS-DATA-REL(5:2) TO DAT-MES.
           MOVE WS-DATA-REL(1:4) TO DAT-ANO.
           WRITE LINHA-REL FROM LINHA-DATA.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 1000
               IF FUN-ABERTAS(WS-IND) > 0
               OR FUN-VENCIDAS(WS-IND) > 0
               OR FUN-GANHAS(WS-IND) > 0
               OR FUN-PERDIDAS(WS-IND) > 0
                   PERFORM ROT-LINHA-VENDEDOR
               END-IF
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE WS-TOT-ABERTAS  TO TOT-ABERTAS.
           MOVE WS-TOT-VAL-ABE  TO TOT-VAL-ABE.
           MOVE WS-TOT-VENCIDAS TO TOT-VENCIDAS.
           MOVE WS-TOT-GANHAS   TO TOT-GANHAS.
           MOVE WS-TOT-VAL-GAN  TO TOT-VAL-GAN.
           MOVE WS-TOT-PERDIDAS TO TOT-PERDIDAS.
           COMPUTE WS-DECIDIDAS = WS-TOT-GANHAS + WS-TOT-PERDIDAS.
           MOVE ZEROS TO WS-PCT-CONV.
           IF WS-DECIDIDAS > 0
               COMPUTE WS-PCT-CONV ROUNDED =
                   WS-TOT-GANHAS * 100 / WS-DECIDIDAS
           END-IF.
           MOVE WS-PCT-CONV TO TOT-CONV.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-NOTA.
           WRITE LINHA-REL FROM LINHA-NOTA1.
           WRITE LINHA-REL FROM LINHA-NOTA2.

           CLOSE ARQ-PROPOSTAS.
           IF WS-VEND-ABERTO = "S"
               CLOSE ARQ-VENDEDORES
           END-IF.
           CLOSE REL-PROPOSTAS.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Funil de propostas gerado.".
           DISPLAY "Propostas abertas : " WS-TOT-ABERTAS.
           DISPLAY "Propostas ganhas  : " WS-TOT-GANHAS.
           GOBACK.

      *    Aberta com a validade ja passada nao entra no valor em
      *    aberto: conta a parte, como vencida, ate ser renovada
      *    ou dada como perdida em PROPMNT.
       ROT-ACUMULA-PROPOSTA.
           COMPUTE WS-IND = PRP-COD-VENDEDOR + 1.
           EVALUATE TRUE
               WHEN PROPOSTA-GANHA
                   ADD 1         TO FUN-GANHAS(WS-IND) WS-TOT-GANHAS
                   ADD PRP-VALOR TO FUN-VAL-GANHO(WS-IND)
                                    WS-TOT-VAL-GAN
               WHEN PROPOSTA-PERDIDA
                   ADD 1 TO FUN-PERDIDAS(WS-IND) WS-TOT-PERDIDAS
               WHEN OTHER
                   MOVE ZEROS TO WS-DATA-NUM
                   IF PRP-VALIDADE(1:2) IS NUMERIC
                   AND PRP-VALIDADE(4:2) IS NUMERIC
                   AND PRP-VALIDADE(7:4) IS NUMERIC
                       STRING PRP-VALIDADE(7:4) PRP-VALIDADE(4:2)
                              PRP-VALIDADE(1:2)
                           DELIMITED BY SIZE INTO WS-DATA-NUM
                   END-IF
                   IF WS-DATA-NUM > 0 AND WS-DATA-NUM < WS-DATA-REL
                       ADD 1 TO FUN-VENCIDAS(WS-IND) WS-TOT-VENCIDAS
                   ELSE
                       ADD 1 TO FUN-ABERTAS(WS-IND) WS-TOT-ABERTAS
                       ADD PRP-VALOR TO FUN-VAL-ABERTO(WS-IND)
                                        WS-TOT-VAL-ABE
                   END-IF
           END-EVALUATE.

       ROT-LINHA-VENDEDOR.
           COMPUTE DET-CODIGO = WS-IND - 1.
           MOVE SPACES TO DET-NOME.
           IF WS-IND = 1
               MOVE "SEM VENDEDOR" TO DET-NOME
           ELSE
           IF WS-VEND-ABERTO = "S"
               COMPUTE VEN-CODIGO = WS-IND - 1
               READ ARQ-VENDEDORES
                   INVALID KEY
                       MOVE "VENDEDOR NAO CADASTRADO" TO DET-NOME
                   NOT INVALID KEY
                       MOVE VEN-NOME TO DET-NOME
               END-READ
           END-IF
           END-IF.
           MOVE FUN-ABERTAS(WS-IND)    TO DET-ABERTAS.
           MOVE FUN-VAL-ABERTO(WS-IND) TO DET-VAL-ABE.
           MOVE FUN-VENCIDAS(WS-IND)   TO DET-VENCIDAS.
           MOVE FUN-GANHAS(WS-IND)     TO DET-GANHAS.
           MOVE FUN-VAL-GANHO(WS-IND)  TO DET-VAL-GAN.
           MOVE FUN-PERDIDAS(WS-IND)   TO DET-PERDIDAS.
           COMPUTE WS-DECIDIDAS =
               FUN-GANHAS(WS-IND) + FUN-PERDIDAS(WS-IND).
           MOVE ZEROS TO WS-PCT-CONV.
           IF WS-DECIDIDAS > 0
               COMPUTE WS-PCT-CONV ROUNDED =
                   FUN-GANHAS(WS-IND) * 100 / WS-DECIDIDAS
           END-IF.
           MOVE WS-PCT-CONV TO DET-CONV.
           WRITE LINHA-REL FROM LINHA-DETALHE.
