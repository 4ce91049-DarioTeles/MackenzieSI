       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CREDSCOR.
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
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-MOVPAGTO ASSIGN  TO WS-CAMINHO-MOV
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOV-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MOV.

               SELECT  ARQ-FERIADOS ASSIGN  TO WS-CAMINHO-FER
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FER-DATA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FER.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  ARQ-CREDITO ASSIGN  TO WS-CAMINHO-CRD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CRD-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CRD.

               SELECT  REL-CREDSCOR ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-MOVPAGTO
                   LABEL RECORD STANDARD.
           COPY MOVPAG.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-CREDITO
                   LABEL RECORD STANDARD.
           COPY CREDREG.

       FD          REL-CREDSCOR
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "CREDSCOR".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CREDSCOR_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUE SPACES.
       77      COD-ERRO-FER   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-CRD   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-MOV     PIC X       VALUE "N".
       77      WS-FIM-CAD     PIC X       VALUE "N".
       77      WS-MOV-ABERTO  PIC X       VALUE "N".
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-TOT-REG     PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-CLIENTES PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-GRUPOS  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-ERROS   PIC 9(5)    VALUE ZEROS.

       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-CRD PIC X(100)
                       VALUE "C:\TEMP\CREDITO.DAT".

      *    Janela de apuracao em meses e limite em meses de
      *    faturamento (PARAMS CREDITO-MESES-HIST e
      *    CREDITO-MESES-LIMITE).
       77      WS-MESES-HIST  PIC 9(2)    VALUE 12.
       77      WS-MESES-LIMITE PIC 9(2)   VALUE 3.

      *    Ultima competencia apurada: por padrao o mes anterior
      *    (o mes corrente ainda nao venceu); CREDSCOR_COMPETENCIA
      *    (AAAAMM) refaz a apuracao de outro mes.
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-MESES-TOTAL PIC 9(7)    VALUE ZEROS.
       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).
       01      WS-COMPET-INI.
           02 WS-INI-ANO      PIC 9(4).
           02 WS-INI-MES      PIC 9(2).
       01      WS-COMPET-INI-NUM REDEFINES WS-COMPET-INI
                                  PIC 9(6).

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).
       01      WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(8).

       77      WS-VENC-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-DIA       PIC 99    VALUE ZEROS.
       77      WS-VENC-MES       PIC 99    VALUE ZEROS.
       77      WS-VENC-ANO       PIC 9999  VALUE ZEROS.
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-PAG-NUM        PIC 9(8)  VALUE ZEROS.
       77      WS-PAG-DIA        PIC 99    VALUE ZEROS.
       77      WS-PAG-MES        PIC 99    VALUE ZEROS.
       77      WS-PAG-ANO        PIC 9999  VALUE ZEROS.
       77      WS-PAG-OK         PIC X     VALUE "N".
       77      WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.
       77      WS-DATA-UTIL-NUM  PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT   PIC 9(7)  VALUE ZEROS.
       77      WS-DIA-SEMANA     PIC 9(1)  VALUE ZEROS.
       77      WS-DIA-UTIL-OK    PIC X     VALUE "N".

      *    Apuracao do cliente em andamento; as faturas saem
      *    ordenadas por cliente+competencia, entao a quebra por
      *    cliente e um controle de grupo como no AGING.
       77      WS-CLI-ANTERIOR PIC 9(6)   VALUE ZEROS.
       77      WS-TEM-CLIENTE PIC X       VALUE "N".
       77      WS-RECEB-FAT   PIC 9(3)    VALUE ZEROS.
       01      WS-SOMAS-CLIENTE.
           02 CLI-FATURAS     PIC 9(5).
           02 CLI-PAGTOS      PIC 9(5).
           02 CLI-ATRASOS     PIC 9(5).
           02 CLI-PARCIAIS    PIC 9(5).
           02 CLI-ESTORNOS    PIC 9(5).
           02 CLI-SOMA-ATRASO PIC 9(9).
           02 CLI-FATURADO    PIC 9(13)V99.

      *    Grupo (radical de CNPJ) em andamento na segunda
      *    passagem, pelo cadastro em ordem de CNPJ.
       77      WS-RAD-ANTERIOR PIC 9(8)   VALUE ZEROS.
       77      WS-TEM-GRUPO   PIC X       VALUE "N".
       01      WS-SOMAS-GRUPO.
           02 GRP-MEMBROS     PIC 9(5).
           02 GRP-CLIENTES    PIC 9(5).
           02 GRP-FATURAS     PIC 9(5).
           02 GRP-PAGTOS      PIC 9(5).
           02 GRP-ATRASOS     PIC 9(5).
           02 GRP-PARCIAIS    PIC 9(5).
           02 GRP-ESTORNOS    PIC 9(5).
           02 GRP-SOMA-ATRASO PIC 9(9).
           02 GRP-FATURADO    PIC 9(13)V99.
           02 GRP-BASE        PIC 9(13)V99.

       77      WS-PENALIDADE  PIC 9(5)V99 VALUE ZEROS.
       77      WS-PEN-PARCIAL PIC 9(5)V99 VALUE ZEROS.

       01      LINHA-TITULO.
           02 FILLER        PIC X(36) VALUE
               "Score de pagamento e limite - janela".
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 TIT-INI-MES   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-INI-ANO   PIC 9(4).
           02 FILLER        PIC X(3)  VALUE " a ".
           02 TIT-FIM-MES   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-FIM-ANO   PIC 9(4).

       01      LINHA-CABEC.
           02 FILLER        PIC X(48) VALUE
               "T Codigo    Nome                            Fat ".
           02 FILLER        PIC X(50) VALUE
               " Pag Atr Parc Est Media Score               Limite".

       01      LINHA-DETALHE.
           02 DET-TIPO      PIC X(1).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-CODIGO    PIC 9(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NOME      PIC X(30).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-FATURAS   PIC ZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-PAGTOS    PIC ZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-ATRASOS   PIC ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-PARCIAIS  PIC ZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-ESTORNOS  PIC ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-MEDIA     PIC ZZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-SCORE     PIC ZZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-LIMITE    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(30).
           02 TOT-QTD       PIC ZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

           COPY FECHCOM.
           COPY CICLOCOM.

      *    Score de pagamento e limite de credito por cliente e por
      *    grupo matriz/filiais (radical de CNPJ), a partir do
      *    historico de recebimentos (MOVPAGTO) das faturas da
      *    janela. O arquivo CREDITO e refeito inteiro a cada
      *    rodada mensal; as telas de contrato so o consultam.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-MOV FROM ENVIRONMENT "MOVPAGTO_PATH".
           IF WS-CAMINHO-MOV = SPACES
               MOVE "C:\TEMP\MOVPAGTO.DAT" TO WS-CAMINHO-MOV
           END-IF.
           ACCEPT WS-CAMINHO-FER FROM ENVIRONMENT "FERIADOS_PATH".
           IF WS-CAMINHO-FER = SPACES
               MOVE "C:\TEMP\FERIADOS.DAT" TO WS-CAMINHO-FER
           END-IF.
           ACCEPT WS-CAMINHO-CRD FROM ENVIRONMENT "CREDITO_PATH".
           IF WS-CAMINHO-CRD = SPACES
               MOVE "C:\TEMP\CREDITO.DAT" TO WS-CAMINHO-CRD
           END-IF.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-ANO-HOJE TO WS-COMPET-ANO.
           MOVE WS-MES-HOJE TO WS-COMPET-MES.
           PERFORM ROT-MES-ANTERIOR.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "CREDSCOR_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
      *    Dentro do ciclo mensal (CICLOMES) a janela termina no
      *    mes anterior ao do ciclo.
           IF CIC-EM-CICLO = "S"
               MOVE CIC-COMPETENCIA TO WS-COMPETENCIA-NUM
               PERFORM ROT-MES-ANTERIOR
           END-IF.
           IF WS-COMPET-MES < 1 OR WS-COMPET-MES > 12
               DISPLAY "CREDSCOR: competencia invalida "
                       WS-COMPETENCIA-NUM "."
               MOVE "99" TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-MESES-TOTAL =
               WS-COMPET-ANO * 12 + WS-COMPET-MES - WS-MESES-HIST.
           COMPUTE WS-INI-ANO = WS-MESES-TOTAL / 12.
           COMPUTE WS-INI-MES =
               WS-MESES-TOTAL - (WS-INI-ANO * 12) + 1.

           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Erro ao abrir o cadastro: " COD-ERRO
               MOVE COD-ERRO TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Erro ao abrir FATURAS: " COD-ERRO-FAT
               MOVE COD-ERRO-FAT TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CAD-CLIENTE
               GOBACK
           END-IF.

      *    Sem MOVPAGTO (nenhuma baixa ainda) so as faturas em
      *    aberto vencidas contam; sem FERIADOS so os fins de
      *    semana sao dia nao util.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV = "00"
               MOVE "S" TO WS-MOV-ABERTO
           END-IF.
           OPEN INPUT ARQ-FERIADOS.
           IF COD-ERRO-FER = "00"
               MOVE "S" TO WS-FER-ABERTO
           END-IF.

      *    O arquivo e refeito a cada rodada: cliente que saiu da
      *    janela nao pode ficar com score velho.
           OPEN OUTPUT ARQ-CREDITO.
           IF COD-ERRO-CRD = "00"
               CLOSE ARQ-CREDITO
               OPEN I-O ARQ-CREDITO
           END-IF.
           IF COD-ERRO-CRD NOT = "00"
               DISPLAY "Erro ao abrir CREDITO: " COD-ERRO-CRD
               MOVE COD-ERRO-CRD TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM ROT-FECHA-ENTRADAS
               GOBACK
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-CREDSCOR.
           MOVE WS-INI-MES    TO TIT-INI-MES.
           MOVE WS-INI-ANO    TO TIT-INI-ANO.
           MOVE WS-COMPET-MES TO TIT-FIM-MES.
           MOVE WS-COMPET-ANO TO TIT-FIM-ANO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           MOVE ZEROS TO WS-SOMAS-CLIENTE.
           PERFORM UNTIL WS-FIM-FAT = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FAT
                   NOT AT END
                       IF FAT-COMPETENCIA >= WS-COMPET-INI-NUM
                       AND FAT-COMPETENCIA <= WS-COMPETENCIA-NUM
                       AND NOT FATURA-CANCELADA
                           ADD 1 TO WS-TOT-REG
                           PERFORM ROT-PROCESSA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TEM-CLIENTE = "S"
               PERFORM ROT-GRAVA-CLIENTE
           END-IF.

           PERFORM ROT-APURA-GRUPOS.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Clientes pontuados...........:" TO TOT-TEXTO.
           MOVE WS-TOT-CLIENTES TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Grupos (radical de CNPJ).....:" TO TOT-TEXTO.
           MOVE WS-TOT-GRUPOS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Erros de gravacao............:" TO TOT-TEXTO.
           MOVE WS-TOT-ERROS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.

           PERFORM ROT-FECHA-ENTRADAS.
           CLOSE ARQ-CREDITO.
           CLOSE REL-CREDSCOR.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.

           MOVE WS-TOT-REG TO FECH-QTD-REGISTROS.
           IF WS-TOT-ERROS > 0
               MOVE "99" TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Score de credito apurado. Clientes: "
                   WS-TOT-CLIENTES " grupos: " WS-TOT-GRUPOS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

       ROT-MES-ANTERIOR.
           IF WS-COMPET-MES = 1
               MOVE 12 TO WS-COMPET-MES
               SUBTRACT 1 FROM WS-COMPET-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES
           END-IF.

       ROT-FECHA-ENTRADAS.
           CLOSE CAD-CLIENTE.
           CLOSE ARQ-FATURAS.
           IF WS-MOV-ABERTO = "S"
               CLOSE ARQ-MOVPAGTO
           END-IF.
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.

      *    Cada recebimento da fatura e um pagamento, em atraso
      *    quando a data da baixa passa do vencimento util; todos
      *    menos o ultimo sao parciais, e o ultimo tambem quando a
      *    fatura segue parcialmente paga. A fatura em aberto ja
      *    vencida conta como um pagamento em atraso ate hoje.
       ROT-PROCESSA-FATURA.
           IF WS-TEM-CLIENTE = "S"
           AND FAT-COD-CLIENTE NOT = WS-CLI-ANTERIOR
               PERFORM ROT-GRAVA-CLIENTE
           END-IF.
           MOVE FAT-COD-CLIENTE TO WS-CLI-ANTERIOR.
           MOVE "S" TO WS-TEM-CLIENTE.

           ADD 1 TO CLI-FATURAS.
           COMPUTE CLI-FATURADO = CLI-FATURADO
               + FAT-VALOR - FAT-VALOR-CREDITO.
           PERFORM ROT-VENCIMENTO-UTIL.

           MOVE ZEROS TO WS-RECEB-FAT.
           MOVE "N" TO WS-FIM-MOV.
           IF WS-MOV-ABERTO = "N"
               MOVE "S" TO WS-FIM-MOV
           ELSE
               MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE
               MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA
               MOVE ZEROS           TO MOV-SEQUENCIA
               START ARQ-MOVPAGTO KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-MOV
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-MOV = "S"
               READ ARQ-MOVPAGTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       IF MOV-COD-CLIENTE NOT = FAT-COD-CLIENTE
                       OR MOV-COMPETENCIA NOT = FAT-COMPETENCIA
                           MOVE "S" TO WS-FIM-MOV
                       ELSE
                           PERFORM ROT-AVALIA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RECEB-FAT > 1
               COMPUTE CLI-PARCIAIS = CLI-PARCIAIS + WS-RECEB-FAT - 1
           END-IF.
           IF FATURA-PARCIAL AND WS-RECEB-FAT > 0
               ADD 1 TO CLI-PARCIAIS
           END-IF.

           IF FATURA-PENDENTE AND WS-VENC-OK = "S"
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
               IF WS-DIAS-ATRASO > 0
                   ADD 1 TO CLI-PAGTOS CLI-ATRASOS
                   ADD WS-DIAS-ATRASO TO CLI-SOMA-ATRASO
               END-IF
           END-IF.

       ROT-AVALIA-MOVIMENTO.
           IF MOV-ESTORNO
               ADD 1 TO CLI-ESTORNOS
           ELSE
               ADD 1 TO WS-RECEB-FAT CLI-PAGTOS
               PERFORM ROT-DATA-PAGAMENTO
               IF WS-VENC-OK = "S" AND WS-PAG-OK = "S"
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-PAG-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
                   IF WS-DIAS-ATRASO > 0
                       ADD 1 TO CLI-ATRASOS
                       ADD WS-DIAS-ATRASO TO CLI-SOMA-ATRASO
                   END-IF
               END-IF
           END-IF.

      *    Fecha o cliente: registro tipo C, com a base mensal na
      *    media faturada por fatura da janela.
       ROT-GRAVA-CLIENTE.
           MOVE SPACES TO REG-CREDITO.
           SET CREDITO-CLIENTE TO TRUE.
           MOVE WS-CLI-ANTERIOR  TO CRD-IDENT.
           MOVE 1                TO CRD-QTD-CLIENTES.
           MOVE CLI-FATURAS      TO CRD-QTD-FATURAS.
           MOVE CLI-PAGTOS       TO CRD-QTD-PAGTOS.
           MOVE CLI-ATRASOS      TO CRD-QTD-ATRASOS.
           MOVE CLI-PARCIAIS     TO CRD-QTD-PARCIAIS.
           MOVE CLI-ESTORNOS     TO CRD-QTD-ESTORNOS.
           MOVE CLI-SOMA-ATRASO  TO CRD-SOMA-ATRASO.
           MOVE CLI-FATURADO     TO CRD-VAL-FATURADO.
           MOVE ZEROS            TO CRD-BASE-MENSAL.
           IF CLI-FATURAS > 0
               COMPUTE CRD-BASE-MENSAL ROUNDED =
                   CLI-FATURADO / CLI-FATURAS
           END-IF.
           PERFORM ROT-CALCULA-SCORE.

           MOVE WS-CLI-ANTERIOR TO CodCliente.
           READ CAD-CLIENTE
               INVALID KEY
                   MOVE "(cliente nao cadastrado)" TO NomeCliente
           END-READ.
           MOVE NomeCliente TO DET-NOME.
           PERFORM ROT-GRAVA-CREDITO.
           IF COD-ERRO-CRD = "00"
               ADD 1 TO WS-TOT-CLIENTES
           END-IF.
           MOVE ZEROS TO WS-SOMAS-CLIENTE.

      *    Segunda passagem, pelo cadastro em ordem de CNPJ: os
      *    clientes do mesmo radical ficam juntos, e o radical com
      *    mais de um cliente e pelo menos um pontuado vira grupo.
       ROT-APURA-GRUPOS.
           MOVE ZEROS TO WS-SOMAS-GRUPO.
           MOVE "N" TO WS-TEM-GRUPO.
           MOVE "N" TO WS-FIM-CAD.
           MOVE ZEROS TO CNPJ.
           START CAD-CLIENTE KEY IS NOT LESS THAN CNPJ
               INVALID KEY
                   MOVE "S" TO WS-FIM-CAD
           END-START.
           PERFORM UNTIL WS-FIM-CAD = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CAD
                   NOT AT END
                       IF CNPJ > ZEROS
                           PERFORM ROT-SOMA-MEMBRO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TEM-GRUPO = "S"
               PERFORM ROT-GRAVA-GRUPO
           END-IF.

       ROT-SOMA-MEMBRO.
           IF WS-TEM-GRUPO = "S"
           AND CNPJ(1:8) NOT = WS-RAD-ANTERIOR
               PERFORM ROT-GRAVA-GRUPO
           END-IF.
           MOVE CNPJ(1:8) TO WS-RAD-ANTERIOR.
           MOVE "S" TO WS-TEM-GRUPO.
           ADD 1 TO GRP-MEMBROS.

           SET CREDITO-CLIENTE TO TRUE.
           MOVE CodCliente TO CRD-IDENT.
           READ ARQ-CREDITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                TO GRP-CLIENTES
                   ADD CRD-QTD-FATURAS  TO GRP-FATURAS
                   ADD CRD-QTD-PAGTOS   TO GRP-PAGTOS
                   ADD CRD-QTD-ATRASOS  TO GRP-ATRASOS
                   ADD CRD-QTD-PARCIAIS TO GRP-PARCIAIS
                   ADD CRD-QTD-ESTORNOS TO GRP-ESTORNOS
                   ADD CRD-SOMA-ATRASO  TO GRP-SOMA-ATRASO
                   ADD CRD-VAL-FATURADO TO GRP-FATURADO
                   ADD CRD-BASE-MENSAL  TO GRP-BASE
           END-READ.

       ROT-GRAVA-GRUPO.
           IF GRP-MEMBROS > 1 AND GRP-CLIENTES > 0
               MOVE SPACES TO REG-CREDITO
               SET CREDITO-GRUPO TO TRUE
               MOVE WS-RAD-ANTERIOR TO CRD-IDENT
               MOVE GRP-MEMBROS     TO CRD-QTD-CLIENTES
               MOVE GRP-FATURAS     TO CRD-QTD-FATURAS
               MOVE GRP-PAGTOS      TO CRD-QTD-PAGTOS
               MOVE GRP-ATRASOS     TO CRD-QTD-ATRASOS
               MOVE GRP-PARCIAIS    TO CRD-QTD-PARCIAIS
               MOVE GRP-ESTORNOS    TO CRD-QTD-ESTORNOS
               MOVE GRP-SOMA-ATRASO TO CRD-SOMA-ATRASO
               MOVE GRP-FATURADO    TO CRD-VAL-FATURADO
               MOVE GRP-BASE        TO CRD-BASE-MENSAL
               PERFORM ROT-CALCULA-SCORE
               MOVE "GRUPO - RADICAL DE CNPJ" TO DET-NOME
               PERFORM ROT-GRAVA-CREDITO
               IF COD-ERRO-CRD = "00"
                   ADD 1 TO WS-TOT-GRUPOS
               END-IF
           END-IF.
           MOVE ZEROS TO WS-SOMAS-GRUPO.

      *    Score e limite sobre os contadores do registro, a mesma
      *    conta para cliente e grupo (regra no leiaute CREDREG).
       ROT-CALCULA-SCORE.
           MOVE WS-COMPETENCIA-NUM TO CRD-COMPETENCIA.
           MOVE WS-DATA-HOJE-NUM   TO CRD-DATA-CALCULO.
           MOVE ZEROS TO CRD-MEDIA-ATRASO.
           IF CRD-QTD-PAGTOS > 0
               COMPUTE CRD-MEDIA-ATRASO =
                   CRD-SOMA-ATRASO / CRD-QTD-PAGTOS
           END-IF.

           IF CRD-MEDIA-ATRASO > 40
               MOVE 40 TO WS-PENALIDADE
           ELSE
               MOVE CRD-MEDIA-ATRASO TO WS-PENALIDADE
           END-IF.
           IF CRD-QTD-PAGTOS > 0
               COMPUTE WS-PENALIDADE = WS-PENALIDADE
                   + (30 * CRD-QTD-ATRASOS / CRD-QTD-PAGTOS)
               MOVE CRD-QTD-PARCIAIS TO WS-PEN-PARCIAL
               IF WS-PEN-PARCIAL > CRD-QTD-PAGTOS
                   MOVE CRD-QTD-PAGTOS TO WS-PEN-PARCIAL
               END-IF
               COMPUTE WS-PENALIDADE = WS-PENALIDADE
                   + (10 * WS-PEN-PARCIAL / CRD-QTD-PAGTOS)
           END-IF.
           IF CRD-QTD-ESTORNOS >= 2
               ADD 20 TO WS-PENALIDADE
           ELSE
               COMPUTE WS-PENALIDADE =
                   WS-PENALIDADE + CRD-QTD-ESTORNOS * 10
           END-IF.

           IF WS-PENALIDADE >= 100
               MOVE ZEROS TO CRD-SCORE
           ELSE
               COMPUTE CRD-SCORE ROUNDED = 100 - WS-PENALIDADE
           END-IF.
           COMPUTE CRD-LIMITE ROUNDED =
               CRD-BASE-MENSAL * WS-MESES-LIMITE * CRD-SCORE / 100.

       ROT-GRAVA-CREDITO.
           WRITE REG-CREDITO.
           IF COD-ERRO-CRD NOT = "00"
               ADD 1 TO WS-TOT-ERROS
               MOVE "erro ao gravar CREDITO" TO DET-NOME
           END-IF.
           MOVE CRD-TIPO         TO DET-TIPO.
           MOVE CRD-IDENT        TO DET-CODIGO.
           MOVE CRD-QTD-FATURAS  TO DET-FATURAS.
           MOVE CRD-QTD-PAGTOS   TO DET-PAGTOS.
           MOVE CRD-QTD-ATRASOS  TO DET-ATRASOS.
           MOVE CRD-QTD-PARCIAIS TO DET-PARCIAIS.
           MOVE CRD-QTD-ESTORNOS TO DET-ESTORNOS.
           MOVE CRD-MEDIA-ATRASO TO DET-MEDIA.
           MOVE CRD-SCORE        TO DET-SCORE.
           MOVE CRD-LIMITE       TO DET-LIMITE.
           WRITE LINHA-REL FROM LINHA-DETALHE.

      *    Data da baixa (DD/MM/AAAA) em AAAAMMDD; ilegivel nao
      *    conta atraso.
       ROT-DATA-PAGAMENTO.
           MOVE "N" TO WS-PAG-OK.
           IF MOV-DATA(1:2) IS NUMERIC
           AND MOV-DATA(3:1) = "/"
           AND MOV-DATA(4:2) IS NUMERIC
           AND MOV-DATA(6:1) = "/"
           AND MOV-DATA(7:4) IS NUMERIC
               MOVE MOV-DATA(1:2) TO WS-PAG-DIA
               MOVE MOV-DATA(4:2) TO WS-PAG-MES
               MOVE MOV-DATA(7:4) TO WS-PAG-ANO
               IF WS-PAG-DIA >= 1 AND WS-PAG-DIA <= 31
               AND WS-PAG-MES >= 1 AND WS-PAG-MES <= 12
                   MOVE "S" TO WS-PAG-OK
                   COMPUTE WS-PAG-NUM =
                       WS-PAG-ANO * 10000 + WS-PAG-MES * 100
                       + WS-PAG-DIA
               END-IF
           END-IF.

      *    Vencimento no formato DD/MM/AAAA rolado para o primeiro
      *    dia util, como no AGING; ilegivel nao conta atraso.
       ROT-VENCIMENTO-UTIL.
           MOVE "N" TO WS-VENC-OK.
           IF FAT-VENCIMENTO(1:2) IS NUMERIC
           AND FAT-VENCIMENTO(3:1) = "/"
           AND FAT-VENCIMENTO(4:2) IS NUMERIC
           AND FAT-VENCIMENTO(6:1) = "/"
           AND FAT-VENCIMENTO(7:4) IS NUMERIC
               MOVE "S" TO WS-VENC-OK
           END-IF.

           IF WS-VENC-OK = "S"
               MOVE FAT-VENCIMENTO(1:2) TO WS-VENC-DIA
               MOVE FAT-VENCIMENTO(4:2) TO WS-VENC-MES
               MOVE FAT-VENCIMENTO(7:4) TO WS-VENC-ANO
               IF WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
               OR WS-VENC-MES < 1 OR WS-VENC-MES > 12
                   MOVE "N" TO WS-VENC-OK
               END-IF
           END-IF.

           IF WS-VENC-OK = "S"
               COMPUTE WS-VENC-NUM =
                   WS-VENC-ANO * 10000 + WS-VENC-MES * 100
                   + WS-VENC-DIA
               MOVE WS-VENC-NUM TO WS-DATA-UTIL-NUM
               PERFORM ROT-PROXIMO-DIA-UTIL
               MOVE WS-DATA-UTIL-NUM TO WS-VENC-NUM
           END-IF.

      *    Rola a data em WS-DATA-UTIL-NUM para o proximo dia
      *    util: sabado, domingo e feriado da tabela FERIADOS
      *    empurram para o dia seguinte (mesma rotina do AGING).
       ROT-PROXIMO-DIA-UTIL.
           MOVE "N" TO WS-DIA-UTIL-OK.
           PERFORM UNTIL WS-DIA-UTIL-OK = "S"
               COMPUTE WS-DIA-UTIL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-UTIL-NUM)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-UTIL-INT - 1, 7)
               MOVE "S" TO WS-DIA-UTIL-OK
               IF WS-DIA-SEMANA = 5 OR WS-DIA-SEMANA = 6
                   MOVE "N" TO WS-DIA-UTIL-OK
               ELSE
                   IF WS-FER-ABERTO = "S"
                       MOVE WS-DATA-UTIL-NUM TO FER-DATA
                       READ ARQ-FERIADOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "N" TO WS-DIA-UTIL-OK
                       END-READ
                   END-IF
               END-IF
               IF WS-DIA-UTIL-OK = "N"
                   COMPUTE WS-DATA-UTIL-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-UTIL-INT + 1)
               END-IF
           END-PERFORM.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "CREDITO-MESES-HIST" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 60
                           MOVE PAR-VALOR TO WS-MESES-HIST
                       END-IF
               END-READ
               MOVE "CREDITO-MESES-LIMITE" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 99
                           MOVE PAR-VALOR TO WS-MESES-LIMITE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
