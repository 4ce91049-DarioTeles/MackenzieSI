       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   ACOQUEBR.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-ACORDOS ASSIGN  TO WS-CAMINHO-ACO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ACO-CHAVE
                       ALTERNATE RECORD KEY ACO-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ACO.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-PAC.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  REL-QUEBRA ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          REL-QUEBRA
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "ACOQUEBR".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\ACOQUEBR_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-QUEBRA      PIC X       VALUE "N".
       77      WS-DIAS-QUEBRA PIC 9(3)    VALUE 30.
       77      WS-IND-FAT     PIC 9(2)    VALUE ZEROS.
       77      WS-SALDO-VOLTA PIC 9(10)V99 VALUE ZEROS.
       77      WS-TOT-ATIVOS  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-QUEBRADOS PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-FATURAS PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-VALOR   PIC 9(12)V99 VALUE ZEROS.
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

       77      WS-DATA-HOJE-NUM  PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-DIA       PIC 99    VALUE ZEROS.
       77      WS-VENC-MES       PIC 99    VALUE ZEROS.
       77      WS-VENC-ANO       PIC 9999  VALUE ZEROS.
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.

       01      WS-DATA-HOJE-TXT.
           02 WS-HOJE-DIA     PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-HOJE-ANO     PIC 9(4).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Quebra de acordos de parcelamento - ACORDOS".

       01      LINHA-PRAZO.
           02 FILLER        PIC X(26)
                             VALUE "Atraso para quebra......:".
           02 REL-DIAS      PIC ZZ9.
           02 FILLER        PIC X(5)  VALUE " dias".

       01      LINHA-ACORDO.
           02 FILLER        PIC X(7)  VALUE "Acordo ".
           02 DET-ACORDO    PIC 9(6).
           02 FILLER        PIC X(10) VALUE "  Cliente ".
           02 DET-CLIENTE   PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-TEXTO     PIC X(45).

       01      LINHA-FATURA.
           02 FILLER        PIC X(6)  VALUE SPACES.
           02 FILLER        PIC X(12) VALUE "Competencia ".
           02 DET-MES       PIC 99.
           02 FILLER        PIC X(1)  VALUE "/".
           02 DET-ANO       PIC 9999.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SITUACAO  PIC X(30).

       01      LINHA-TOT-ATI.
           02 FILLER        PIC X(26)
                             VALUE "Acordos ativos lidos....:".
           02 ROD-ATIVOS    PIC ZZ.ZZ9.

       01      LINHA-TOT-QUE.
           02 FILLER        PIC X(26)
                             VALUE "Acordos quebrados.......:".
           02 ROD-QUEBRADOS PIC ZZ.ZZ9.

       01      LINHA-TOT-FAT.
           02 FILLER        PIC X(26)
                             VALUE "Faturas reabertas.......:".
           02 ROD-FATURAS   PIC ZZ.ZZ9.

       01      LINHA-TOT-VAL.
           02 FILLER        PIC X(26)
                             VALUE "Divida restabelecida....:".
           02 ROD-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.

           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE-NUM(7:2) TO WS-HOJE-DIA.
           MOVE WS-DATA-HOJE-NUM(5:2) TO WS-HOJE-MES.
           MOVE WS-DATA-HOJE-NUM(1:4) TO WS-HOJE-ANO.

      *    Sem acordos gravados nao ha o que quebrar: termina sem
      *    erro, como a rodada sem faturas pendentes.
           OPEN I-O ARQ-ACORDOS.
           IF COD-ERRO-ACO NOT = "00"
               DISPLAY "Nenhum acordo de parcelamento registrado."
               GOBACK
           END-IF.
           OPEN I-O ARQ-PARCELAS.
           IF COD-ERRO-PAC NOT = "00"
               DISPLAY "Arquivo de parcelas nao encontrado."
               CLOSE ARQ-ACORDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-QUEBRA.

           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-DIAS-QUEBRA TO REL-DIAS.
           WRITE LINHA-REL FROM LINHA-PRAZO.

           MOVE "N"   TO WS-FIM-ARQ.
           MOVE ZEROS TO ACO-CHAVE.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQ
           END-START.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF ACORDO-ATIVO
                           ADD 1 TO WS-TOT-ATIVOS
                           PERFORM ROT-AVALIA-ACORDO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TOT-ATIVOS    TO ROD-ATIVOS.
           MOVE WS-TOT-QUEBRADOS TO ROD-QUEBRADOS.
           MOVE WS-TOT-FATURAS   TO ROD-FATURAS.
           MOVE WS-TOT-VALOR     TO ROD-VALOR.
           WRITE LINHA-REL FROM LINHA-TOT-ATI.
           WRITE LINHA-REL FROM LINHA-TOT-QUE.
           WRITE LINHA-REL FROM LINHA-TOT-FAT.
           WRITE LINHA-REL FROM LINHA-TOT-VAL.

           CLOSE ARQ-ACORDOS.
           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-FATURAS.
           CLOSE REL-QUEBRA.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Quebra concluida. Acordos quebrados: "
                   WS-TOT-QUEBRADOS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

      *    Basta uma parcela em aberto com atraso acima do limite
      *    para o acordo ser quebrado.
       ROT-AVALIA-ACORDO.
           MOVE "N"   TO WS-QUEBRA.
           MOVE "N"   TO WS-FIM-PAC.
           MOVE ACO-NUMERO TO PAC-NUM-ACORDO.
           MOVE ZEROS      TO PAC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PAC
           END-START.
           PERFORM UNTIL WS-FIM-PAC = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PAC
                   NOT AT END
                       IF PAC-NUM-ACORDO NOT = ACO-NUMERO
                           MOVE "S" TO WS-FIM-PAC
                       ELSE
                           IF PARCELA-PENDENTE
                               PERFORM ROT-CALCULA-ATRASO
                               IF WS-VENC-OK = "S"
                               AND WS-DIAS-ATRASO > WS-DIAS-QUEBRA
                                   MOVE "S" TO WS-QUEBRA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QUEBRA = "S"
               PERFORM ROT-QUEBRA-ACORDO
           END-IF.

      *    Quebra: o acordo e carimbado com a data, as parcelas em
      *    aberto sao canceladas e as faturas originais voltam a
      *    ser cobradas pelo saldo que ficou depois do que as
      *    parcelas pagas ja cobriram.
       ROT-QUEBRA-ACORDO.
           SET ACORDO-QUEBRADO TO TRUE.
           MOVE WS-DATA-HOJE-TXT TO ACO-DATA-QUEBRA.
           REWRITE REG-ACORDO.
           MOVE ACO-NUMERO      TO DET-ACORDO.
           MOVE ACO-COD-CLIENTE TO DET-CLIENTE.
           IF COD-ERRO-ACO NOT = "00"
               MOVE "erro ao regravar o acordo" TO DET-TEXTO
               WRITE LINHA-REL FROM LINHA-ACORDO
           ELSE
               ADD 1 TO WS-TOT-QUEBRADOS
               MOVE "quebrado por atraso de parcela" TO DET-TEXTO
               WRITE LINHA-REL FROM LINHA-ACORDO
               PERFORM ROT-CANCELA-PARCELAS
               PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                       UNTIL WS-IND-FAT > ACO-QTD-FATURAS
                   PERFORM ROT-REABRE-FATURA
               END-PERFORM
           END-IF.

       ROT-CANCELA-PARCELAS.
           MOVE "N"   TO WS-FIM-PAC.
           MOVE ACO-NUMERO TO PAC-NUM-ACORDO.
           MOVE ZEROS      TO PAC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PAC
           END-START.
           PERFORM UNTIL WS-FIM-PAC = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PAC
                   NOT AT END
                       IF PAC-NUM-ACORDO NOT = ACO-NUMERO
                           MOVE "S" TO WS-FIM-PAC
                       ELSE
                           IF PARCELA-PENDENTE
                               SET PARCELA-CANCELADA TO TRUE
                               MOVE "ACOQUEBR" TO PAC-OPERADOR
                               REWRITE REG-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Fatura ja quitada pelas parcelas pagas fica paga; as
      *    demais voltam a aberta ou parcial conforme o que ja
      *    receberam, com os encargos gravados na renegociacao.
       ROT-REABRE-FATURA.
           MOVE ACO-COD-CLIENTE TO FAT-COD-CLIENTE.
           MOVE ACO-FAT-COMPETENCIA(WS-IND-FAT) TO FAT-COMPETENCIA.
           MOVE FAT-COMPETENCIA(5:2) TO DET-MES.
           MOVE FAT-COMPETENCIA(1:4) TO DET-ANO.
           READ ARQ-FATURAS
               INVALID KEY
                   MOVE ZEROS TO DET-VALOR
                   MOVE "fatura nao encontrada" TO DET-SITUACAO
                   PERFORM ROT-LINHA-FATURA
               NOT INVALID KEY
                   IF FATURA-RENEGOCIADA
                       PERFORM ROT-GRAVA-REABERTURA
                   END-IF
           END-READ.

       ROT-GRAVA-REABERTURA.
           COMPUTE WS-SALDO-VOLTA =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF FAT-VALOR-PAGO = ZEROS
               SET FATURA-ABERTA TO TRUE
           ELSE
               SET FATURA-PARCIAL TO TRUE
           END-IF.
           MOVE "ACOQUEBR" TO FAT-OPERADOR.
           REWRITE REG-FATURA.
           MOVE WS-SALDO-VOLTA TO DET-VALOR.
           IF COD-ERRO-FAT NOT = "00"
               MOVE "erro ao regravar a fatura" TO DET-SITUACAO
           ELSE
               ADD 1 TO WS-TOT-FATURAS
               ADD WS-SALDO-VOLTA TO WS-TOT-VALOR
               IF FATURA-ABERTA
                   MOVE "reaberta" TO DET-SITUACAO
               ELSE
                   MOVE "reaberta com pagamento parcial"
                       TO DET-SITUACAO
               END-IF
           END-IF.
           PERFORM ROT-LINHA-FATURA.

       ROT-LINHA-FATURA.
           WRITE LINHA-REL FROM LINHA-FATURA.

      *    So calcula atraso com vencimento no formato DD/MM/AAAA,
      *    como o aging.
       ROT-CALCULA-ATRASO.
           MOVE "N" TO WS-VENC-OK.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF PAC-VENCIMENTO(1:2) IS NUMERIC
           AND PAC-VENCIMENTO(3:1) = "/"
           AND PAC-VENCIMENTO(4:2) IS NUMERIC
           AND PAC-VENCIMENTO(6:1) = "/"
           AND PAC-VENCIMENTO(7:4) IS NUMERIC
               MOVE "S" TO WS-VENC-OK
           END-IF.

           IF WS-VENC-OK = "S"
               MOVE PAC-VENCIMENTO(1:2) TO WS-VENC-DIA
               MOVE PAC-VENCIMENTO(4:2) TO WS-VENC-MES
               MOVE PAC-VENCIMENTO(7:4) TO WS-VENC-ANO
               IF WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
               OR WS-VENC-MES < 1 OR WS-VENC-MES > 12
                   MOVE "N" TO WS-VENC-OK
               END-IF
           END-IF.

           IF WS-VENC-OK = "S"
               COMPUTE WS-VENC-NUM =
                   WS-VENC-ANO * 10000 + WS-VENC-MES * 100
                   + WS-VENC-DIA
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
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
               MOVE "DIAS-QUEBRA-ACORDO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-DIAS-QUEBRA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
