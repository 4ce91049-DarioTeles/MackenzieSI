       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   PDDCALC.
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
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-PDD ASSIGN  TO WS-CAMINHO-PDD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PDD-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-PDD.

               SELECT  ARQ-FECHMES ASSIGN  TO WS-CAMINHO-FEC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FEC.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  ARQ-FERIADOS ASSIGN  TO WS-CAMINHO-FER
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FER-DATA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FER.

               SELECT  REL-PDD ASSIGN  TO WS-CAMINHO-REL
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

       FD          ARQ-PDD
                   LABEL RECORD STANDARD.
           COPY PDDREG.

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          REL-PDD
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "PDDCALC".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\PDDCALC_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-PDD   PIC XX      VALUE SPACES.
       77      COD-ERRO-FEC   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-FER   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-PDD     PIC X       VALUE "N".
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-FEC-EXISTE  PIC X       VALUE "N".
       77      WS-PDD-EXISTE  PIC X       VALUE "N".
       77      WS-ERRO-GRAVACAO PIC X     VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-PDD PIC X(100)
                       VALUE "C:\TEMP\PDDCLI.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".

      *    Competencia provisionada: por padrao o mes anterior, que
      *    a contabilidade fecha no inicio do mes seguinte, como em
      *    CTBEXP; pode ser forcada via variavel de ambiente
      *    (AAAAMM).
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-COMPET-ANTERIOR PIC 9(6) VALUE ZEROS.
       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).
       01      WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
                                  PIC 9(8).

      *    Data-base do atraso: ultimo dia da competencia, ou hoje
      *    se a competencia ainda nao terminou.
       77      WS-DATA-BASE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-PROX-MES-NUM PIC 9(8)   VALUE ZEROS.
       01      WS-DATA-BASE-TXT.
           02 WS-DBT-DIA      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-DBT-MES      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-DBT-ANO      PIC 9(4).

      *    Percentual de provisao por faixa de atraso (PARAMS);
      *    a fatura a vencer normalmente nao e provisionada.
       77      WS-PCT-A-VENCER PIC 9(3)V99 VALUE ZEROS.
       77      WS-PCT-30      PIC 9(3)V99 VALUE 5.
       77      WS-PCT-60      PIC 9(3)V99 VALUE 25.
       77      WS-PCT-90      PIC 9(3)V99 VALUE 50.
       77      WS-PCT-MAIS    PIC 9(3)V99 VALUE 100.

       77      WS-SALDO-FAT   PIC S9(13)V99 VALUE ZEROS.
       77      WS-DIAS-ATRASO PIC S9(7)   VALUE ZEROS.
       77      WS-VENC-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-DIA       PIC 99    VALUE ZEROS.
       77      WS-VENC-MES       PIC 99    VALUE ZEROS.
       77      WS-VENC-ANO       PIC 9999  VALUE ZEROS.
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-DATA-UTIL-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT PIC 9(7)   VALUE ZEROS.
       77      WS-DIA-SEMANA  PIC 9(1)    VALUE ZEROS.
       77      WS-DIA-UTIL-OK PIC X       VALUE "N".

      *    Provisao do cliente em apuracao.
       77      WS-COD-CLIENTE PIC 9(6)    VALUE ZEROS.
       77      WS-NOME-CLIENTE PIC X(30)  VALUE SPACES.
       77      WS-SITUACAO    PIC X(1)    VALUE SPACE.
       77      WS-INTEGRAL    PIC X(1)    VALUE "N".
       77      WS-PROVISAO    PIC 9(13)V99 VALUE ZEROS.
       77      WS-ANTERIOR    PIC 9(13)V99 VALUE ZEROS.
       77      WS-VARIACAO    PIC S9(13)V99 VALUE ZEROS.

       01      WS-SOMAS-CLIENTE.
           02 CLI-QTD-FATURAS PIC 9(5)     VALUE ZEROS.
           02 CLI-SALDO-TOTAL PIC 9(13)V99 VALUE ZEROS.
           02 CLI-A-VENCER    PIC 9(13)V99 VALUE ZEROS.
           02 CLI-FAIXA-30    PIC 9(13)V99 VALUE ZEROS.
           02 CLI-FAIXA-60    PIC 9(13)V99 VALUE ZEROS.
           02 CLI-FAIXA-90    PIC 9(13)V99 VALUE ZEROS.
           02 CLI-FAIXA-MAIS  PIC 9(13)V99 VALUE ZEROS.
           02 CLI-PROV-A-VENCER PIC 9(13)V99 VALUE ZEROS.
           02 CLI-PROV-30     PIC 9(13)V99 VALUE ZEROS.
           02 CLI-PROV-60     PIC 9(13)V99 VALUE ZEROS.
           02 CLI-PROV-90     PIC 9(13)V99 VALUE ZEROS.
           02 CLI-PROV-MAIS   PIC 9(13)V99 VALUE ZEROS.

      *    Totais gerais: saldo e provisao por faixa dos clientes
      *    provisionados pelo percentual, e a parte integral dos
      *    suspensos e cancelados em separado.
       01      WS-SOMAS-GERAIS.
           02 GER-A-VENCER    PIC 9(13)V99 VALUE ZEROS.
           02 GER-FAIXA-30    PIC 9(13)V99 VALUE ZEROS.
           02 GER-FAIXA-60    PIC 9(13)V99 VALUE ZEROS.
           02 GER-FAIXA-90    PIC 9(13)V99 VALUE ZEROS.
           02 GER-FAIXA-MAIS  PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-A-VENCER PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-30     PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-60     PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-90     PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-MAIS   PIC 9(13)V99 VALUE ZEROS.
           02 GER-SALDO-INTEGRAL PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-INTEGRAL PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-ATUAL  PIC 9(13)V99 VALUE ZEROS.
           02 GER-PROV-ANTERIOR PIC 9(13)V99 VALUE ZEROS.
           02 GER-CONSTITUICAO PIC 9(13)V99 VALUE ZEROS.
           02 GER-REVERSAO    PIC 9(13)V99 VALUE ZEROS.

       77      WS-QTD-CLIENTES   PIC 9(5) VALUE ZEROS.
       77      WS-QTD-PROVISIONADOS PIC 9(5) VALUE ZEROS.
       77      WS-QTD-INTEGRAL   PIC 9(5) VALUE ZEROS.
       77      WS-QTD-LIBERADOS  PIC 9(5) VALUE ZEROS.
       77      WS-QTD-FATURAS    PIC 9(5) VALUE ZEROS.

      *    Clientes com provisao na competencia anterior que ja
      *    sairam do cadastro: a provisao deles e revertida.
       77      WS-QTD-ORF     PIC 9(3)    VALUE ZEROS.
       77      WS-IND-ORF     PIC 9(3)    VALUE ZEROS.
       01      WS-TAB-ORFAOS.
           02 ORF-ITEM OCCURS 200 TIMES.
               03 ORF-CODIGO      PIC 9(6).
               03 ORF-ANTERIOR    PIC 9(13)V99.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Provisao para devedores duvidosos (PDD)".

       01      LINHA-COMPET.
           02 FILLER        PIC X(13) VALUE "Competencia: ".
           02 CAB-COMPET-MES PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 CAB-COMPET-ANO PIC 9(4).
           02 FILLER        PIC X(16) VALUE "   Data-base: ".
           02 CAB-DATA-BASE PIC X(10).

       01      LINHA-PCT.
           02 FILLER        PIC X(22) VALUE "Percentuais: a vencer ".
           02 PCT-A-VENCER  PIC ZZ9,99.
           02 FILLER        PIC X(8)  VALUE "%  1-30 ".
           02 PCT-30        PIC ZZ9,99.
           02 FILLER        PIC X(9)  VALUE "%  31-60 ".
           02 PCT-60        PIC ZZ9,99.
           02 FILLER        PIC X(9)  VALUE "%  61-90 ".
           02 PCT-90        PIC ZZ9,99.
           02 FILLER        PIC X(7)  VALUE "%  90+ ".
           02 PCT-MAIS      PIC ZZ9,99.
           02 FILLER        PIC X(1)  VALUE "%".

       01      LINHA-CABEC.
           02 FILLER        PIC X(40) VALUE
               "Client  Nome                      S    S".
           02 FILLER        PIC X(40) VALUE
               "aldo aberto   Prov anterior      Prov at".
           02 FILLER        PIC X(32) VALUE
               "ual         Variacao  Obs".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NOME      PIC X(24).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SITUACAO  PIC X(1).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-ANTERIOR  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-ATUAL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-VARIACAO  PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-OBS       PIC X(8).

       01      LINHA-FAIXA.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FXA-ROTULO    PIC X(20).
           02 FILLER        PIC X(7)  VALUE "saldo ".
           02 FXA-SALDO     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(12) VALUE "  provisao ".
           02 FXA-PROVISAO  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TOT-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

      *    Provisao para devedores duvidosos da competencia, a
      *    rodar antes do fechamento do mes em FECHAMES. Para cada
      *    cliente, o saldo em aberto das faturas pendentes ate a
      *    competencia (principal liquido + multa + juros - ja
      *    recebido, como no AGING) e separado pelas faixas de
      *    atraso na data-base e provisionado pelo percentual da
      *    faixa; cliente suspenso ou cancelado com debito tem
      *    provisao integral. O calculo e refeito inteiro a cada
      *    execucao, entao a fatura paga ou renegociada depois
      *    deixa de entrar no saldo e a provisao dela aparece como
      *    reversao contra a competencia anterior.
      *    A provisao de cada cliente vai para PDDCLI e o total do
      *    mes para o registro da competencia em FECHMES; mes ja
      *    fechado nao e recalculado.
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
           ACCEPT WS-CAMINHO-PDD FROM ENVIRONMENT "PDDCLI_PATH".
           IF WS-CAMINHO-PDD = SPACES
               MOVE "C:\TEMP\PDDCLI.DAT" TO WS-CAMINHO-PDD
           END-IF.
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-ANO-HOJE TO WS-COMPET-ANO.
           MOVE WS-MES-HOJE TO WS-COMPET-MES.
           IF WS-COMPET-MES = 1
               MOVE 12 TO WS-COMPET-MES
               SUBTRACT 1 FROM WS-COMPET-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES
           END-IF.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "PDD_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
           IF WS-COMPET-MES = 1
               COMPUTE WS-COMPET-ANTERIOR =
                   (WS-COMPET-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-COMPET-ANTERIOR = WS-COMPETENCIA-NUM - 1
           END-IF.
           PERFORM ROT-DATA-BASE.

           PERFORM ROT-LE-PARAMETROS.

      *    FECHMES.DAT pode ainda nao existir antes do primeiro
      *    fechamento; nesse caso e criado vazio antes de ser
      *    aberto para atualizacao, como em FECHAMES.
           OPEN I-O ARQ-FECHMES.
           IF COD-ERRO-FEC NOT = "00"
               OPEN OUTPUT ARQ-FECHMES
               CLOSE ARQ-FECHMES
               OPEN I-O ARQ-FECHMES
           END-IF.
           IF COD-ERRO-FEC NOT = "00"
               DISPLAY "Arquivo de fechamentos inacessivel."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-COMPETENCIA-NUM TO FEC-COMPETENCIA.
           READ ARQ-FECHMES
               INVALID KEY
                   MOVE "N" TO WS-FEC-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-FEC-EXISTE
           END-READ.
           IF WS-FEC-EXISTE = "S" AND MES-FECHADO
               DISPLAY "Competencia " WS-COMPETENCIA-NUM
                       " ja fechada em FECHAMES: provisao mantida."
               CLOSE ARQ-FECHMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Cadastro de clientes nao encontrado."
               CLOSE ARQ-FECHMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               CLOSE ARQ-FECHMES
               CLOSE CAD-CLIENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    PDDCLI.DAT nasce na primeira provisao.
           OPEN I-O ARQ-PDD.
           IF COD-ERRO-PDD NOT = "00"
               OPEN OUTPUT ARQ-PDD
               CLOSE ARQ-PDD
               OPEN I-O ARQ-PDD
           END-IF.
           IF COD-ERRO-PDD NOT = "00"
               DISPLAY "Arquivo de provisoes inacessivel."
               CLOSE ARQ-FECHMES
               CLOSE CAD-CLIENTE
               CLOSE ARQ-FATURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    O calendario de feriados pode nao existir ainda; nesse
      *    caso so os fins de semana contam como dia nao util.
           ACCEPT WS-CAMINHO-FER FROM ENVIRONMENT "FERIADOS_PATH".
           IF WS-CAMINHO-FER = SPACES
               MOVE "C:\TEMP\FERIADOS.DAT" TO WS-CAMINHO-FER
           END-IF.
           OPEN INPUT ARQ-FERIADOS.
           IF COD-ERRO-FER = "00"
               MOVE "S" TO WS-FER-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-PDD.

           MOVE WS-COMPET-MES    TO CAB-COMPET-MES.
           MOVE WS-COMPET-ANO    TO CAB-COMPET-ANO.
           MOVE WS-DATA-BASE-TXT TO CAB-DATA-BASE.
           MOVE WS-PCT-A-VENCER  TO PCT-A-VENCER.
           MOVE WS-PCT-30        TO PCT-30.
           MOVE WS-PCT-60        TO PCT-60.
           MOVE WS-PCT-90        TO PCT-90.
           MOVE WS-PCT-MAIS      TO PCT-MAIS.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-COMPET.
           WRITE LINHA-REL FROM LINHA-PCT.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-PROCESSA-CLIENTE
                          THRU FIM-PROCESSA-CLIENTE
               END-READ
           END-PERFORM.

           PERFORM ROT-VARRE-ANTERIORES.
           PERFORM VARYING WS-IND-ORF FROM 1 BY 1
                   UNTIL WS-IND-ORF > WS-QTD-ORF
               PERFORM ROT-REVERTE-EXCLUIDO
           END-PERFORM.

           PERFORM ROT-GRAVA-FECHMES.
           PERFORM ROT-TOTAIS.

           CLOSE CAD-CLIENTE.
           CLOSE ARQ-FATURAS.
           CLOSE ARQ-PDD.
           CLOSE ARQ-FECHMES.
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.
           CLOSE REL-PDD.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           IF WS-ERRO-GRAVACAO = "S"
               DISPLAY "Houve erro de gravacao; ver o relatorio."
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Provisao da competencia " WS-COMPETENCIA-NUM
                   " calculada. Clientes provisionados: "
                   WS-QTD-PROVISIONADOS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

      *    Ultimo dia da competencia = vespera do dia 1 do mes
      *    seguinte; competencia em curso usa o dia de hoje.
       ROT-DATA-BASE.
           IF WS-COMPET-MES = 12
               COMPUTE WS-PROX-MES-NUM =
                   (WS-COMPET-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROX-MES-NUM =
                   WS-COMPET-ANO * 10000 + (WS-COMPET-MES + 1) * 100
                   + 1
           END-IF.
           COMPUTE WS-DATA-BASE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROX-MES-NUM) - 1).
           IF WS-DATA-BASE-NUM > WS-DATA-HOJE-NUM
               MOVE WS-DATA-HOJE-NUM TO WS-DATA-BASE-NUM
           END-IF.
           MOVE WS-DATA-BASE-NUM(7:2) TO WS-DBT-DIA.
           MOVE WS-DATA-BASE-NUM(5:2) TO WS-DBT-MES.
           MOVE WS-DATA-BASE-NUM(1:4) TO WS-DBT-ANO.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
      *    Percentual zero e aceito (faixa nao provisionada).
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "PCT-PDD-A-VENCER" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR <= 100
                           MOVE PAR-VALOR TO WS-PCT-A-VENCER
                       END-IF
               END-READ
               MOVE "PCT-PDD-ATE-30" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR <= 100
                           MOVE PAR-VALOR TO WS-PCT-30
                       END-IF
               END-READ
               MOVE "PCT-PDD-ATE-60" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR <= 100
                           MOVE PAR-VALOR TO WS-PCT-60
                       END-IF
               END-READ
               MOVE "PCT-PDD-ATE-90" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR <= 100
                           MOVE PAR-VALOR TO WS-PCT-90
                       END-IF
               END-READ
               MOVE "PCT-PDD-ACIMA-90" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR <= 100
                           MOVE PAR-VALOR TO WS-PCT-MAIS
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.

      *    Faturas pendentes do cliente ate a competencia, pela
      *    chave cliente+competencia; cliente sem saldo agora e sem
      *    provisao antes nao gera registro.
       ROT-PROCESSA-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES.
           MOVE ZEROS TO WS-SOMAS-CLIENTE.
           MOVE CodCliente     TO WS-COD-CLIENTE.
           MOVE NomeCliente    TO WS-NOME-CLIENTE.
           MOVE STATUS-CLIENTE TO WS-SITUACAO.
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
                       OR FAT-COMPETENCIA > WS-COMPETENCIA-NUM
                           MOVE "S" TO WS-FIM-FAT
                       ELSE
                           IF FATURA-PENDENTE
                               PERFORM ROT-CLASSIFICA-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM ROT-LE-PROVISOES.
           IF CLI-SALDO-TOTAL = ZEROS AND WS-ANTERIOR = ZEROS
           AND WS-PDD-EXISTE = "N"
               GO TO FIM-PROCESSA-CLIENTE
           END-IF.

           MOVE "N" TO WS-INTEGRAL.
           IF (CLIENTE-SUSPENSO OR CLIENTE-CANCELADO)
           AND CLI-SALDO-TOTAL > ZEROS
               MOVE "S" TO WS-INTEGRAL
               MOVE CLI-SALDO-TOTAL TO WS-PROVISAO
               ADD 1 TO WS-QTD-INTEGRAL
               ADD CLI-SALDO-TOTAL TO GER-SALDO-INTEGRAL
                                      GER-PROV-INTEGRAL
           ELSE
               PERFORM ROT-PROVISAO-FAIXAS
           END-IF.
           PERFORM ROT-GRAVA-PROVISAO.

       FIM-PROCESSA-CLIENTE.
           EXIT.

      *    Fatura paga parcialmente entra pelo saldo devedor, como
      *    no AGING; vencimento ilegivel vai para a faixa de maior
      *    atraso por prudencia.
       ROT-CLASSIFICA-FATURA.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-SALDO-FAT > ZEROS
               ADD 1 TO CLI-QTD-FATURAS WS-QTD-FATURAS
               ADD WS-SALDO-FAT TO CLI-SALDO-TOTAL
               PERFORM ROT-CALCULA-ATRASO
               EVALUATE TRUE
                   WHEN WS-VENC-OK = "N"
                       ADD WS-SALDO-FAT TO CLI-FAIXA-MAIS
                   WHEN WS-DIAS-ATRASO <= 0
                       ADD WS-SALDO-FAT TO CLI-A-VENCER
                   WHEN WS-DIAS-ATRASO <= 30
                       ADD WS-SALDO-FAT TO CLI-FAIXA-30
                   WHEN WS-DIAS-ATRASO <= 60
                       ADD WS-SALDO-FAT TO CLI-FAIXA-60
                   WHEN WS-DIAS-ATRASO <= 90
                       ADD WS-SALDO-FAT TO CLI-FAIXA-90
                   WHEN OTHER
                       ADD WS-SALDO-FAT TO CLI-FAIXA-MAIS
               END-EVALUATE
           END-IF.

      *    Atraso na data-base, com o vencimento em dia nao util
      *    rolado para o primeiro dia util seguinte, como no AGING.
       ROT-CALCULA-ATRASO.
           MOVE "N" TO WS-VENC-OK.
           MOVE ZEROS TO WS-DIAS-ATRASO.
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
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
           END-IF.

       ROT-PROVISAO-FAIXAS.
           COMPUTE CLI-PROV-A-VENCER ROUNDED =
               CLI-A-VENCER * WS-PCT-A-VENCER / 100.
           COMPUTE CLI-PROV-30 ROUNDED =
               CLI-FAIXA-30 * WS-PCT-30 / 100.
           COMPUTE CLI-PROV-60 ROUNDED =
               CLI-FAIXA-60 * WS-PCT-60 / 100.
           COMPUTE CLI-PROV-90 ROUNDED =
               CLI-FAIXA-90 * WS-PCT-90 / 100.
           COMPUTE CLI-PROV-MAIS ROUNDED =
               CLI-FAIXA-MAIS * WS-PCT-MAIS / 100.
           COMPUTE WS-PROVISAO =
               CLI-PROV-A-VENCER + CLI-PROV-30 + CLI-PROV-60
               + CLI-PROV-90 + CLI-PROV-MAIS.
           ADD CLI-A-VENCER      TO GER-A-VENCER.
           ADD CLI-FAIXA-30      TO GER-FAIXA-30.
           ADD CLI-FAIXA-60      TO GER-FAIXA-60.
           ADD CLI-FAIXA-90      TO GER-FAIXA-90.
           ADD CLI-FAIXA-MAIS    TO GER-FAIXA-MAIS.
           ADD CLI-PROV-A-VENCER TO GER-PROV-A-VENCER.
           ADD CLI-PROV-30       TO GER-PROV-30.
           ADD CLI-PROV-60       TO GER-PROV-60.
           ADD CLI-PROV-90       TO GER-PROV-90.
           ADD CLI-PROV-MAIS     TO GER-PROV-MAIS.

      *    Provisao do cliente na competencia anterior (base da
      *    variacao) e, na reexecucao do mes, o registro ja gravado
      *    nesta competencia, que e regravado.
       ROT-LE-PROVISOES.
           MOVE ZEROS TO WS-ANTERIOR WS-PROVISAO.
           MOVE WS-COMPET-ANTERIOR TO PDD-COMPETENCIA.
           MOVE WS-COD-CLIENTE     TO PDD-COD-CLIENTE.
           READ ARQ-PDD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PDD-VALOR-PROVISAO TO WS-ANTERIOR
           END-READ.
           MOVE WS-COMPETENCIA-NUM TO PDD-COMPETENCIA.
           MOVE WS-COD-CLIENTE     TO PDD-COD-CLIENTE.
           READ ARQ-PDD
               INVALID KEY
                   MOVE "N" TO WS-PDD-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-PDD-EXISTE
           END-READ.

       ROT-GRAVA-PROVISAO.
           MOVE SPACES TO REG-PDD.
           MOVE WS-COMPETENCIA-NUM TO PDD-COMPETENCIA.
           MOVE WS-COD-CLIENTE     TO PDD-COD-CLIENTE.
           MOVE WS-SITUACAO        TO PDD-SITUACAO.
           MOVE WS-INTEGRAL        TO PDD-INTEGRAL.
           MOVE CLI-QTD-FATURAS    TO PDD-QTD-FATURAS.
           MOVE CLI-A-VENCER       TO PDD-SALDO-A-VENCER.
           MOVE CLI-FAIXA-30       TO PDD-SALDO-30.
           MOVE CLI-FAIXA-60       TO PDD-SALDO-60.
           MOVE CLI-FAIXA-90       TO PDD-SALDO-90.
           MOVE CLI-FAIXA-MAIS     TO PDD-SALDO-MAIS.
           MOVE WS-PROVISAO        TO PDD-VALOR-PROVISAO.
           MOVE WS-ANTERIOR        TO PDD-PROVISAO-ANTERIOR.
           MOVE WS-DATA-BASE-NUM   TO PDD-DATA-BASE.
           MOVE WS-DATA-HOJE-NUM   TO PDD-DATA-CALCULO.
           IF WS-PDD-EXISTE = "S"
               REWRITE REG-PDD
           ELSE
               WRITE REG-PDD
           END-IF.
           IF COD-ERRO-PDD NOT = "00"
               MOVE "S" TO WS-ERRO-GRAVACAO
               MOVE "ERRO GRV" TO DET-OBS
           ELSE
               MOVE SPACES TO DET-OBS
           END-IF.

           ADD WS-PROVISAO TO GER-PROV-ATUAL.
           ADD WS-ANTERIOR TO GER-PROV-ANTERIOR.
           COMPUTE WS-VARIACAO = WS-PROVISAO - WS-ANTERIOR.
           IF WS-VARIACAO > ZEROS
               ADD WS-VARIACAO TO GER-CONSTITUICAO
           ELSE
               SUBTRACT WS-VARIACAO FROM GER-REVERSAO
           END-IF.
           IF WS-PROVISAO > ZEROS
               ADD 1 TO WS-QTD-PROVISIONADOS
           END-IF.

           IF WS-PROVISAO > ZEROS OR WS-ANTERIOR > ZEROS
               IF DET-OBS = SPACES
                   EVALUATE TRUE
                       WHEN WS-SITUACAO = "X"
                           MOVE "EXCLUIDO" TO DET-OBS
                       WHEN WS-INTEGRAL = "S"
                           MOVE "INTEGRAL" TO DET-OBS
                       WHEN WS-PROVISAO = ZEROS
                           MOVE "LIBERADA" TO DET-OBS
                   END-EVALUATE
               END-IF
               IF WS-PROVISAO = ZEROS
                   ADD 1 TO WS-QTD-LIBERADOS
               END-IF
               MOVE WS-COD-CLIENTE  TO DET-CODIGO
               MOVE WS-NOME-CLIENTE TO DET-NOME
               MOVE WS-SITUACAO     TO DET-SITUACAO
               MOVE CLI-SALDO-TOTAL TO DET-SALDO
               MOVE WS-ANTERIOR     TO DET-ANTERIOR
               MOVE WS-PROVISAO     TO DET-ATUAL
               MOVE WS-VARIACAO     TO DET-VARIACAO
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

      *    Provisoes da competencia anterior de clientes que nao
      *    estao mais no cadastro (excluidos ou arquivados): sem
      *    esta passagem a reversao delas nao apareceria.
       ROT-VARRE-ANTERIORES.
           MOVE ZEROS TO WS-QTD-ORF.
           MOVE "N" TO WS-FIM-PDD.
           MOVE WS-COMPET-ANTERIOR TO PDD-COMPETENCIA.
           MOVE ZEROS              TO PDD-COD-CLIENTE.
           START ARQ-PDD KEY IS NOT LESS THAN PDD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PDD
           END-START.
           PERFORM UNTIL WS-FIM-PDD = "S"
               READ ARQ-PDD NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PDD
                   NOT AT END
                       IF PDD-COMPETENCIA NOT = WS-COMPET-ANTERIOR
                           MOVE "S" TO WS-FIM-PDD
                       ELSE
                           IF PDD-VALOR-PROVISAO > ZEROS
                               PERFORM ROT-TESTA-EXCLUIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-TESTA-EXCLUIDO.
           MOVE PDD-COD-CLIENTE TO CodCliente.
           READ CAD-CLIENTE
               INVALID KEY
                   IF WS-QTD-ORF < 200
                       ADD 1 TO WS-QTD-ORF
                       MOVE PDD-COD-CLIENTE
                           TO ORF-CODIGO(WS-QTD-ORF)
                       MOVE PDD-VALOR-PROVISAO
                           TO ORF-ANTERIOR(WS-QTD-ORF)
                   ELSE
                       DISPLAY "Excluidos demais; nao revertido: "
                               PDD-COD-CLIENTE
                   END-IF
           END-READ.

       ROT-REVERTE-EXCLUIDO.
           MOVE ZEROS TO WS-SOMAS-CLIENTE.
           MOVE ORF-CODIGO(WS-IND-ORF) TO WS-COD-CLIENTE.
           MOVE "(cliente fora do cadastro)" TO WS-NOME-CLIENTE.
           MOVE "X" TO WS-SITUACAO.
           MOVE "N" TO WS-INTEGRAL.
           PERFORM ROT-LE-PROVISOES.
           MOVE ORF-ANTERIOR(WS-IND-ORF) TO WS-ANTERIOR.
           PERFORM ROT-GRAVA-PROVISAO.

      *    Total do mes no registro da competencia em FECHMES; o
      *    registro e criado aberto se o mes ainda nao passou por
      *    FECHAMES.
       ROT-GRAVA-FECHMES.
           MOVE WS-COMPETENCIA-NUM TO FEC-COMPETENCIA.
           READ ARQ-FECHMES
               INVALID KEY
                   MOVE "N" TO WS-FEC-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-FEC-EXISTE
           END-READ.
           IF WS-FEC-EXISTE = "N"
               MOVE SPACES TO REG-FECHMES
               MOVE WS-COMPETENCIA-NUM TO FEC-COMPETENCIA
               SET MES-ABERTO TO TRUE
               MOVE ZEROS TO FEC-QTD-EMITIDAS FEC-VAL-EMITIDO
                             FEC-QTD-PAGAS FEC-VAL-RECEBIDO
           END-IF.
           MOVE GER-PROV-ATUAL       TO FEC-VAL-PDD.
           MOVE WS-QTD-PROVISIONADOS TO FEC-QTD-PDD.
           MOVE WS-DATA-HOJE-NUM     TO FEC-DATA-PDD.
           IF WS-FEC-EXISTE = "S"
               REWRITE REG-FECHMES
           ELSE
               WRITE REG-FECHMES
           END-IF.
           IF COD-ERRO-FEC NOT = "00"
               MOVE "S" TO WS-ERRO-GRAVACAO
               DISPLAY "Erro ao gravar o total em FECHMES: "
                       COD-ERRO-FEC
           END-IF.

       ROT-TOTAIS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "A vencer" TO FXA-ROTULO.
           MOVE GER-A-VENCER TO FXA-SALDO.
           MOVE GER-PROV-A-VENCER TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.
           MOVE "1-30 dias" TO FXA-ROTULO.
           MOVE GER-FAIXA-30 TO FXA-SALDO.
           MOVE GER-PROV-30 TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.
           MOVE "31-60 dias" TO FXA-ROTULO.
           MOVE GER-FAIXA-60 TO FXA-SALDO.
           MOVE GER-PROV-60 TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.
           MOVE "61-90 dias" TO FXA-ROTULO.
           MOVE GER-FAIXA-90 TO FXA-SALDO.
           MOVE GER-PROV-90 TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.
           MOVE "90+ dias" TO FXA-ROTULO.
           MOVE GER-FAIXA-MAIS TO FXA-SALDO.
           MOVE GER-PROV-MAIS TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.
           MOVE "Suspensos/cancelados" TO FXA-ROTULO.
           MOVE GER-SALDO-INTEGRAL TO FXA-SALDO.
           MOVE GER-PROV-INTEGRAL TO FXA-PROVISAO.
           WRITE LINHA-REL FROM LINHA-FAIXA.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Clientes lidos....................:" TO TOT-TEXTO.
           MOVE WS-QTD-CLIENTES TO TOT-QTD.
           MOVE ZEROS TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Faturas em aberto.................:" TO TOT-TEXTO.
           MOVE WS-QTD-FATURAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Provisao da competencia anterior..:" TO TOT-TEXTO.
           MOVE ZEROS TO TOT-QTD.
           MOVE GER-PROV-ANTERIOR TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Constituicao no mes...............:" TO TOT-TEXTO.
           MOVE GER-CONSTITUICAO TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Reversao no mes...................:" TO TOT-TEXTO.
           MOVE WS-QTD-LIBERADOS TO TOT-QTD.
           MOVE GER-REVERSAO TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Variacao liquida..................:" TO TOT-TEXTO.
           MOVE ZEROS TO TOT-QTD.
           COMPUTE TOT-VALOR = GER-PROV-ATUAL - GER-PROV-ANTERIOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Provisao da competencia...........:" TO TOT-TEXTO.
           MOVE WS-QTD-PROVISIONADOS TO TOT-QTD.
           MOVE GER-PROV-ATUAL TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "  com provisao integral...........:" TO TOT-TEXTO.
           MOVE WS-QTD-INTEGRAL TO TOT-QTD.
           MOVE GER-PROV-INTEGRAL TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.

      *    Rola a data em WS-DATA-UTIL-NUM para o proximo dia
      *    util: sabado, domingo e feriado da tabela FERIADOS
      *    empurram para o dia seguinte. No calendario de
      *    INTEGER-OF-DATE o dia 1 caiu numa segunda-feira, entao
      *    MOD(inteiro - 1, 7) da 5 para sabado e 6 para domingo.
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
