       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   REAJRET.
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

               SELECT  ARQ-HISTORICO ASSIGN  TO WS-CAMINHO-HVC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  HVC-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-HVC.

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-REAJUSTES ASSIGN  TO WS-CAMINHO-RJT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  RJT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-RJT.

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTL.

               SELECT  ARQ-FECHMES ASSIGN  TO WS-CAMINHO-FEC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FEC.

               SELECT  REL-REAJUSTE ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-HISTORICO
                   LABEL RECORD STANDARD.
           COPY HISTVC.

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-REAJUSTES
                   LABEL RECORD STANDARD.
           COPY REAJREG.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          REL-REAJUSTE
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "REAJRET".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\REAJRET_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUES SPACES.
       77      COD-ERRO-HVC   PIC XX      VALUES SPACES.
       77      COD-ERRO-ITS   PIC XX      VALUES SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUES SPACES.
       77      COD-ERRO-RJT   PIC XX      VALUES SPACES.
       77      COD-ERRO-NTC   PIC XX      VALUES SPACES.
       77      COD-ERRO-CTL   PIC XX      VALUES SPACES.
       77      COD-ERRO-FEC   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-HVC PIC X(100)
                       VALUE "C:\TEMP\HISTVALOR.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-RJT PIC X(100)
                       VALUE "C:\TEMP\REAJUSTES.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".

       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-SCAN    PIC X       VALUE "N".
       77      WS-ITS-ABERTO  PIC X       VALUE "N".
       77      WS-FEC-ABERTO  PIC X       VALUE "N".
       77      WS-MES-FECHADO PIC X       VALUE "N".
       77      WS-ESTOUROU    PIC X       VALUE "N".
       77      WS-ACHOU       PIC X       VALUE "N".
       77      WS-APLICADO    PIC X       VALUE "N".
       77      WS-CTL-EXISTE  PIC X       VALUE "N".
       77      WS-IND         PIC 9(4)    VALUE ZEROS.
       77      WS-IND-HST     PIC 9(4)    VALUE ZEROS.
       77      WS-IND-FAT     PIC 9(4)    VALUE ZEROS.
       77      WS-IND-RJT     PIC 9(4)    VALUE ZEROS.
       77      WS-PROX-SEQ-RJT PIC 9(3)   VALUE ZEROS.
       77      WS-PROX-SEQ-NTC PIC 9(3)   VALUE ZEROS.
       77      WS-PROX-NOTA   PIC 9(6)    VALUE ZEROS.

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).
       01      WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(8).
       77      WS-DATA-HOJE-TXT PIC X(10) VALUE SPACES.

      *    Competencia corrente: a que recebe as diferencas de
      *    competencias fechadas ou de faturas que nao podem mais
      *    ser mexidas. Por padrao o mes do dia; pode ser forcada
      *    via variavel de ambiente (AAAAMM), como em FATURA.
       77      WS-COMPET-ATUAL PIC 9(6)   VALUE ZEROS.
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-COMPET-INICIAL PIC 9(6) VALUE ZEROS.

       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

      *    Valor vigente na competencia e apuracao da diferenca.
       77      WS-VC-VIGENTE  PIC 9(10)V99 VALUE ZEROS.
       77      WS-ITEM-VIGENTE PIC 9(10)V99 VALUE ZEROS.
       77      WS-TOTAL-ITENS PIC 9(11)V99 VALUE ZEROS.
       77      WS-QTD-ITENS-VIG PIC 9(4)  VALUE ZEROS.
       77      WS-VALOR-BASE  PIC 9(11)V99 VALUE ZEROS.
       77      WS-VALOR-DEVIDO PIC 9(11)V99 VALUE ZEROS.
       77      WS-VALOR-FATURADO PIC S9(11)V99 VALUE ZEROS.
       77      WS-JA-ACERTADO PIC S9(11)V99 VALUE ZEROS.
       77      WS-DIFERENCA   PIC S9(11)V99 VALUE ZEROS.
       77      WS-VALOR-AJUSTE PIC 9(10)V99 VALUE ZEROS.
       77      WS-APLICACAO   PIC X       VALUE SPACE.
       77      WS-DESTINO     PIC 9(6)    VALUE ZEROS.
       77      WS-DOCUMENTO   PIC 9(6)    VALUE ZEROS.

      *    Apoio do complemento e da nota de credito: as retencoes
      *    acompanham o novo valor na mesma proporcao, como em
      *    NOTACRED.
       77      WS-BASE-ANTES  PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVA-BASE   PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-ISS    PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-IRRF   PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-PIS    PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-COFINS PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-CSLL   PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
       77      WS-SALDO-DEVEDOR PIC S9(10)V99 VALUE ZEROS.
       77      WS-MOTIVO      PIC X(40)   VALUE SPACES.

      *    Apoio do calculo pro-rata, no mesmo desenho de FATURA:
      *    o devido da competencia cobre so os dias dentro da
      *    vigencia do contrato.
       77      WS-DATA-INI-NUM   PIC 9(8)  VALUE ZEROS.
       77      WS-INI-DIA        PIC 99    VALUE ZEROS.
       77      WS-INI-MES        PIC 99    VALUE ZEROS.
       77      WS-INI-ANO        PIC 9999  VALUE ZEROS.
       77      WS-DATA-INI-OK    PIC X     VALUE "N".
       77      WS-DATA-FIM-NUM   PIC 9(8)  VALUE ZEROS.
       77      WS-FIM-DIA        PIC 99    VALUE ZEROS.
       77      WS-FIM-MES        PIC 99    VALUE ZEROS.
       77      WS-FIM-ANO        PIC 9999  VALUE ZEROS.
       77      WS-DATA-FIM-OK    PIC X     VALUE "N".
       77      WS-COMPET-INI-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-COMPET-FIM-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DIAS-MES       PIC 99    VALUE ZEROS.
       77      WS-DIA-COBRE-INI  PIC 99    VALUE ZEROS.
       77      WS-DIA-COBRE-FIM  PIC 99    VALUE ZEROS.
       77      WS-DIAS-COBERTOS  PIC S9(3) VALUE ZEROS.

       01      WS-TAB-DIAS-MES.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 28.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
       01      WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           02 WS-DIAS-NO-MES PIC 9(2) OCCURS 12 TIMES.

       77      WS-QTD-CLIENTES     PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-FATURAS      PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-DIFERENCAS   PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-COMPLEM      PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-COMPLEM      PIC S9(13)V99 VALUE ZEROS.
       77      WS-QTD-NOTAS        PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-NOTAS        PIC S9(13)V99 VALUE ZEROS.
       77      WS-QTD-APLIC-PEND   PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-APLIC-PEND   PIC S9(13)V99 VALUE ZEROS.
       77      WS-QTD-PENDENTES    PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-PENDENTES    PIC S9(13)V99 VALUE ZEROS.
       77      WS-QTD-FORA-COBR    PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-FORA-VIG     PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-FORA         PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-ERRO-GRAV    PIC 9(5)     VALUE ZEROS.

      *    Historico de valores do cliente em ordem de vigencia,
      *    itens de servico atuais, diferencas ja registradas em
      *    execucoes anteriores e competencias faturadas dentro
      *    do periodo coberto pelo historico. Cliente que nao
      *    cabe nas tabelas e apontado no relatorio e fica de
      *    fora, porque a conta sairia errada com dados a menos.
       77      WS-MAX-HST     PIC 9(4)    VALUE 500.
       77      WS-QTD-HST     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-HST.
           02 WS-HST OCCURS 500 TIMES.
               03 HST-COMPET    PIC 9(6).
               03 HST-TIPO      PIC X(1).
               03 HST-ITEM      PIC 9(3).
               03 HST-ANTES     PIC 9(10)V99.

       77      WS-MAX-ITM     PIC 9(4)    VALUE 100.
       77      WS-QTD-ITM     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-ITM.
           02 WS-ITM OCCURS 100 TIMES.
               03 ITM-SEQ       PIC 9(3).
               03 ITM-VALOR     PIC 9(10)V99.

       77      WS-MAX-RJT     PIC 9(4)    VALUE 500.
       77      WS-QTD-RJT     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-RJT.
           02 WS-RJT OCCURS 500 TIMES.
               03 TRJ-COMPET    PIC 9(6).
               03 TRJ-SEQ       PIC 9(3).
               03 TRJ-DESTINO   PIC 9(6).
               03 TRJ-APLICACAO PIC X(1).
               03 TRJ-DIFERENCA PIC S9(10)V99.

       77      WS-MAX-FAT     PIC 9(4)    VALUE 240.
       77      WS-QTD-FAT     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-FAT.
           02 WS-TFT OCCURS 240 TIMES.
               03 TFT-COMPET    PIC 9(6).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Reajuste retroativo - diferencas de valor de contrato".

       01      LINHA-COMPET.
           02 FILLER        PIC X(23) VALUE "Competencia corrente: ".
           02 CAB-COMPET    PIC X(7).

       01      LINHA-CABEC.
           02 FILLER        PIC X(40) VALUE
               "Client  Compet.         Faturado      ".
           02 FILLER        PIC X(40) VALUE
               "    Devido        Diferenca  Acerto".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-COMPET    PIC X(7).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-FATURADO  PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-DEVIDO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-ACAO      PIC X(40).

       01      LINHA-PENDENTE.
           02 PEN-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 PEN-COMPET    PIC X(7).
           02 FILLER        PIC X(21) VALUE
               "  pendente anterior  ".
           02 FILLER        PIC X(14) VALUE SPACES.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 PEN-DIFERENCA PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 PEN-ACAO      PIC X(40).

       01      LINHA-FORA.
           02 FOR-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FOR-MOTIVO    PIC X(60).

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TOT-VALOR     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

       01      WS-COMPET-EDT.
           02 CPE-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 CPE-ANO       PIC 9(4).

      *    Apura, para cada cliente com historico de valores
      *    (HISTVALOR), a diferenca entre o que cada fatura ja
      *    emitida cobrou e o valor vigente na competencia dela,
      *    e acerta a diferenca:
      *      - competencia aberta e fatura ainda em aberto: a
      *        diferenca a cobrar e somada a propria fatura (se a
      *        NFS-e ainda nao saiu) e a diferenca a devolver vira
      *        nota de credito contra ela (NOTASCRE);
      *      - competencia fechada em FECHMES, fatura paga ou
      *        acerto impossivel: a diferenca fica pendente e vai
      *        para a fatura da competencia corrente, agora se ela
      *        ja existe e esta em aberto, ou na emissao seguinte
      *        em FATURA.
      *    Cada diferenca e registrada em REAJUSTES, e o que ja
      *    foi registrado entra na conta das execucoes seguintes,
      *    para nada ser cobrado ou devolvido duas vezes.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-HVC FROM ENVIRONMENT "HISTVALOR_PATH".
           IF WS-CAMINHO-HVC = SPACES
               MOVE "C:\TEMP\HISTVALOR.DAT" TO WS-CAMINHO-HVC
           END-IF.
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-RJT FROM ENVIRONMENT "REAJUSTES_PATH".
           IF WS-CAMINHO-RJT = SPACES
               MOVE "C:\TEMP\REAJUSTES.DAT" TO WS-CAMINHO-RJT
           END-IF.
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           STRING WS-DIA-HOJE "/" WS-MES-HOJE "/" WS-ANO-HOJE
               DELIMITED BY SIZE INTO WS-DATA-HOJE-TXT.
           COMPUTE WS-COMPET-ATUAL = WS-ANO-HOJE * 100 + WS-MES-HOJE.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "REAJRET_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPET-ATUAL
           END-IF.

      *    Sem historico de valores nao ha o que apurar.
           OPEN INPUT ARQ-HISTORICO.
           IF COD-ERRO-HVC NOT = "00"
               DISPLAY "Historico de valores nao encontrado: "
                       WS-CAMINHO-HVC
               DISPLAY "Nenhuma diferenca a apurar."
               GOBACK
           END-IF.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Cadastro de clientes nao encontrado."
               CLOSE ARQ-HISTORICO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               CLOSE ARQ-HISTORICO
               CLOSE CAD-CLIENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    REAJUSTES.DAT, NOTASCRE.DAT e CONTROLE.DAT podem ainda
      *    nao existir; nesse caso sao criados vazios antes de
      *    serem abertos para atualizacao, como CEPTAB.DAT em
      *    CEPCARGA.
           OPEN I-O ARQ-REAJUSTES.
           IF COD-ERRO-RJT NOT = "00"
               OPEN OUTPUT ARQ-REAJUSTES
               CLOSE ARQ-REAJUSTES
               OPEN I-O ARQ-REAJUSTES
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF COD-ERRO-NTC NOT = "00"
               OPEN OUTPUT ARQ-NOTAS
               CLOSE ARQ-NOTAS
               OPEN I-O ARQ-NOTAS
           END-IF.
           OPEN I-O ARQ-CONTROLE.
           IF COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           IF COD-ERRO-RJT NOT = "00" OR COD-ERRO-NTC NOT = "00"
           OR COD-ERRO-CTL NOT = "00"
               DISPLAY "Arquivo de reajustes, notas ou controle "
                       "inacessivel."
               CLOSE ARQ-HISTORICO
               CLOSE CAD-CLIENTE
               CLOSE ARQ-FATURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem itens de servico o valor vigente e so o VC; sem o
      *    arquivo de fechamentos nenhuma competencia esta
      *    fechada, como em FATURA.
           OPEN INPUT ARQ-ITENS.
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
           END-IF.
           OPEN INPUT ARQ-FECHMES.
           IF COD-ERRO-FEC = "00"
               MOVE "S" TO WS-FEC-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-REAJUSTE.
           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-COMPET-ATUAL(5:2) TO CPE-MES.
           MOVE WS-COMPET-ATUAL(1:4) TO CPE-ANO.
           MOVE WS-COMPET-EDT TO CAB-COMPET.
           WRITE LINHA-REL FROM LINHA-COMPET.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABEC.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-AVALIA-CLIENTE
                           THRU FIM-AVALIA-CLIENTE
               END-READ
           END-PERFORM.

           PERFORM ROT-TOTAIS.

           CLOSE CAD-CLIENTE.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-FATURAS.
           CLOSE ARQ-REAJUSTES.
           CLOSE ARQ-NOTAS.
           CLOSE ARQ-CONTROLE.
           IF WS-ITS-ABERTO = "S"
               CLOSE ARQ-ITENS
           END-IF.
           IF WS-FEC-ABERTO = "S"
               CLOSE ARQ-FECHMES
           END-IF.
           CLOSE REL-REAJUSTE.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Reajuste retroativo processado. Diferencas: "
                   WS-QTD-DIFERENCAS.
           DISPLAY "Complementos: " WS-QTD-COMPLEM
                   "  Notas de credito: " WS-QTD-NOTAS
                   "  Pendentes: " WS-QTD-PENDENTES.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

      *    So interessa o cliente com historico de valores; a
      *    conferencia comeca na competencia da vigencia mais
      *    antiga registrada, porque antes dela o historico nao
      *    diz qual valor valia.
       ROT-AVALIA-CLIENTE.
           MOVE "N" TO WS-ESTOUROU.
           PERFORM ROT-CARREGA-HISTORICO.
           IF WS-QTD-HST = ZEROS
               GO TO FIM-AVALIA-CLIENTE
           END-IF.
           ADD 1 TO WS-QTD-CLIENTES.
           PERFORM ROT-CARREGA-ITENS.
           PERFORM ROT-CARREGA-REAJUSTES.
           PERFORM ROT-CARREGA-FATURAS.
           IF WS-ESTOUROU = "S"
               ADD 1 TO WS-QTD-FORA
               MOVE CodCliente TO FOR-CODIGO
               MOVE "historico, itens ou faturas alem das tabelas"
                   TO FOR-MOTIVO
               WRITE LINHA-REL FROM LINHA-FORA
               GO TO FIM-AVALIA-CLIENTE
           END-IF.

           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT > WS-QTD-FAT
               PERFORM ROT-AVALIA-FATURA THRU FIM-AVALIA-FATURA
           END-PERFORM.

           PERFORM ROT-APLICA-PENDENTES.

           PERFORM VARYING WS-IND-RJT FROM 1 BY 1
                   UNTIL WS-IND-RJT > WS-QTD-RJT
               IF TRJ-APLICACAO(WS-IND-RJT) = "P"
                   ADD 1 TO WS-QTD-PENDENTES
                   ADD TRJ-DIFERENCA(WS-IND-RJT) TO WS-VAL-PENDENTES
               END-IF
           END-PERFORM.

       FIM-AVALIA-CLIENTE.
           EXIT.

      *    Historico do cliente pelo START no inicio da chave
      *    composta, como em CONTATOS; a chave ja vem em ordem de
      *    vigencia.
       ROT-CARREGA-HISTORICO.
           MOVE ZEROS TO WS-QTD-HST.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE CodCliente TO HVC-COD-CLIENTE.
           MOVE ZEROS      TO HVC-VIGENCIA HVC-SEQUENCIA.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HVC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF HVC-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           PERFORM ROT-GUARDA-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GUARDA-HISTORICO.
           IF WS-QTD-HST = ZEROS
               COMPUTE WS-COMPET-INICIAL = HVC-VIGENCIA / 100
           END-IF.
           IF WS-QTD-HST < WS-MAX-HST
               ADD 1 TO WS-QTD-HST
               COMPUTE HST-COMPET(WS-QTD-HST) = HVC-VIGENCIA / 100
               MOVE HVC-TIPO        TO HST-TIPO(WS-QTD-HST)
               MOVE HVC-ITEM-SEQ    TO HST-ITEM(WS-QTD-HST)
               MOVE HVC-VALOR-ANTES TO HST-ANTES(WS-QTD-HST)
           ELSE
               MOVE "S" TO WS-ESTOUROU
           END-IF.

      *    Valor atual de cada item; item inativo vale zero.
       ROT-CARREGA-ITENS.
           MOVE ZEROS TO WS-QTD-ITM.
           MOVE "N"   TO WS-FIM-SCAN.
           IF WS-ITS-ABERTO = "N"
               MOVE "S" TO WS-FIM-SCAN
           ELSE
               MOVE CodCliente TO ITS-COD-CLIENTE
               MOVE ZEROS      TO ITS-SEQUENCIA
               START ARQ-ITENS KEY IS NOT LESS THAN ITS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SCAN
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-ITENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF ITS-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           PERFORM ROT-GUARDA-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GUARDA-ITEM.
           IF WS-QTD-ITM < WS-MAX-ITM
               ADD 1 TO WS-QTD-ITM
               MOVE ITS-SEQUENCIA TO ITM-SEQ(WS-QTD-ITM)
               IF ITEM-ATIVO
                   MOVE ITS-VALOR TO ITM-VALOR(WS-QTD-ITM)
               ELSE
                   MOVE ZEROS     TO ITM-VALOR(WS-QTD-ITM)
               END-IF
           ELSE
               MOVE "S" TO WS-ESTOUROU
           END-IF.

       ROT-CARREGA-REAJUSTES.
           MOVE ZEROS TO WS-QTD-RJT.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE CodCliente TO RJT-COD-CLIENTE.
           MOVE ZEROS      TO RJT-COMPETENCIA RJT-SEQUENCIA.
           START ARQ-REAJUSTES KEY IS NOT LESS THAN RJT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-REAJUSTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF RJT-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           PERFORM ROT-GUARDA-REAJUSTE
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GUARDA-REAJUSTE.
           IF WS-QTD-RJT < WS-MAX-RJT
               ADD 1 TO WS-QTD-RJT
               MOVE RJT-COMPETENCIA    TO TRJ-COMPET(WS-QTD-RJT)
               MOVE RJT-SEQUENCIA      TO TRJ-SEQ(WS-QTD-RJT)
               MOVE RJT-COMPET-DESTINO TO TRJ-DESTINO(WS-QTD-RJT)
               MOVE RJT-APLICACAO      TO TRJ-APLICACAO(WS-QTD-RJT)
               MOVE RJT-DIFERENCA      TO TRJ-DIFERENCA(WS-QTD-RJT)
           ELSE
               MOVE "S" TO WS-ESTOUROU
           END-IF.

      *    Competencias faturadas do cliente, da vigencia mais
      *    antiga do historico ate a corrente. Guardadas antes do
      *    acerto porque a fatura da competencia corrente e lida e
      *    regravada no meio da varredura.
       ROT-CARREGA-FATURAS.
           MOVE ZEROS TO WS-QTD-FAT.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE CodCliente        TO FAT-COD-CLIENTE.
           MOVE WS-COMPET-INICIAL TO FAT-COMPETENCIA.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = CodCliente
                       OR FAT-COMPETENCIA > WS-COMPET-ATUAL
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           IF WS-QTD-FAT < WS-MAX-FAT
                               ADD 1 TO WS-QTD-FAT
                               MOVE FAT-COMPETENCIA
                                   TO TFT-COMPET(WS-QTD-FAT)
                           ELSE
                               MOVE "S" TO WS-ESTOUROU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Devido da competencia pelo historico menos o que a
      *    fatura cobrou e o que ja foi acertado antes. Fatura
      *    renegociada em acordo ou cancelada nao e mexida.
       ROT-AVALIA-FATURA.
           MOVE CodCliente              TO FAT-COD-CLIENTE.
           MOVE TFT-COMPET(WS-IND-FAT)  TO FAT-COMPETENCIA.
           READ ARQ-FATURAS
               INVALID KEY
                   GO TO FIM-AVALIA-FATURA
           END-READ.
           ADD 1 TO WS-QTD-FATURAS.
           IF FATURA-RENEGOCIADA OR FATURA-CANCELADA
               ADD 1 TO WS-QTD-FORA-COBR
               GO TO FIM-AVALIA-FATURA
           END-IF.

           MOVE FAT-COMPETENCIA TO WS-COMPETENCIA-NUM.
           PERFORM ROT-VALOR-VIGENTE.
           PERFORM ROT-CALCULA-PRORATA.
           IF WS-DIAS-COBERTOS <= 0
               ADD 1 TO WS-QTD-FORA-VIG
               GO TO FIM-AVALIA-FATURA
           END-IF.
           PERFORM ROT-SOMA-ACERTADO.
           COMPUTE WS-DIFERENCA =
               WS-VALOR-DEVIDO - WS-VALOR-FATURADO - WS-JA-ACERTADO.
           IF WS-DIFERENCA = ZEROS
               GO TO FIM-AVALIA-FATURA
           END-IF.
           ADD 1 TO WS-QTD-DIFERENCAS.

           MOVE "P"   TO WS-APLICACAO.
           MOVE ZEROS TO WS-DESTINO WS-DOCUMENTO.
           MOVE "N"   TO WS-APLICADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FAT-COMPETENCIA(5:2) TO CPE-MES.
           MOVE FAT-COMPETENCIA(1:4) TO CPE-ANO.
           STRING "REAJUSTE RETROATIVO COMPET. " WS-COMPET-EDT
               DELIMITED BY SIZE INTO WS-MOTIVO.
           PERFORM ROT-TESTA-MES-FECHADO.
           IF WS-MES-FECHADO = "N" AND FATURA-PENDENTE
               IF WS-DIFERENCA > ZEROS
                   MOVE WS-DIFERENCA TO WS-VALOR-AJUSTE
                   PERFORM ROT-COMPLEMENTA-FATURA
               ELSE
                   COMPUTE WS-VALOR-AJUSTE = 0 - WS-DIFERENCA
                   PERFORM ROT-CREDITA-FATURA
               END-IF
           END-IF.

           MOVE CodCliente    TO DET-CODIGO.
           MOVE WS-COMPET-EDT TO DET-COMPET.
           MOVE WS-VALOR-FATURADO TO DET-FATURADO.
           MOVE WS-VALOR-DEVIDO   TO DET-DEVIDO.
           MOVE WS-DIFERENCA      TO DET-DIFERENCA.
           MOVE SPACES TO DET-ACAO.
           IF WS-APLICADO = "S"
               MOVE FAT-COMPETENCIA TO WS-DESTINO
               IF WS-APLICACAO = "F"
                   ADD 1 TO WS-QTD-COMPLEM
                   ADD WS-DIFERENCA TO WS-VAL-COMPLEM
                   STRING "complemento na fatura " WS-DOCUMENTO
                       DELIMITED BY SIZE INTO DET-ACAO
               ELSE
                   ADD 1 TO WS-QTD-NOTAS
                   ADD WS-DIFERENCA TO WS-VAL-NOTAS
                   STRING "nota de credito " WS-DOCUMENTO
                       DELIMITED BY SIZE INTO DET-ACAO
               END-IF
           ELSE
               IF WS-MES-FECHADO = "S"
                   MOVE "competencia fechada: vai p/ a corrente"
                       TO DET-ACAO
               ELSE
                   MOVE "fatura sem acerto: vai p/ a corrente"
                       TO DET-ACAO
               END-IF
           END-IF.
           PERFORM ROT-GRAVA-REAJUSTE.
           WRITE LINHA-REL FROM LINHA-DETALHE.

       FIM-AVALIA-FATURA.
           EXIT.

      *    Valor vigente na competencia em WS-COMPETENCIA-NUM: o
      *    valor atual desfeito pelas mudancas com vigencia em
      *    competencia posterior. Para o VC e para cada item vale
      *    o valor antes da primeira dessas mudancas; sem nenhuma,
      *    o valor atual. A base segue a regra da emissao em
      *    FATURA: soma dos itens vigentes quando ha algum, senao
      *    o VC.
       ROT-VALOR-VIGENTE.
           MOVE VC TO WS-VC-VIGENTE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-HST FROM 1 BY 1
                   UNTIL WS-IND-HST > WS-QTD-HST OR WS-ACHOU = "S"
               IF HST-TIPO(WS-IND-HST) = "V"
               AND HST-COMPET(WS-IND-HST) > WS-COMPETENCIA-NUM
                   MOVE "S" TO WS-ACHOU
                   MOVE HST-ANTES(WS-IND-HST) TO WS-VC-VIGENTE
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-TOTAL-ITENS WS-QTD-ITENS-VIG.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ITM
               MOVE ITM-VALOR(WS-IND) TO WS-ITEM-VIGENTE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IND-HST FROM 1 BY 1
                       UNTIL WS-IND-HST > WS-QTD-HST OR WS-ACHOU = "S"
                   IF HST-TIPO(WS-IND-HST) = "I"
                   AND HST-ITEM(WS-IND-HST) = ITM-SEQ(WS-IND)
                   AND HST-COMPET(WS-IND-HST) > WS-COMPETENCIA-NUM
                       MOVE "S" TO WS-ACHOU
                       MOVE HST-ANTES(WS-IND-HST) TO WS-ITEM-VIGENTE
                   END-IF
               END-PERFORM
               IF WS-ITEM-VIGENTE > ZEROS
                   ADD 1 TO WS-QTD-ITENS-VIG
                   ADD WS-ITEM-VIGENTE TO WS-TOTAL-ITENS
               END-IF
           END-PERFORM.

           IF WS-QTD-ITENS-VIG > ZEROS
               MOVE WS-TOTAL-ITENS TO WS-VALOR-BASE
           ELSE
               MOVE WS-VC-VIGENTE  TO WS-VALOR-BASE
           END-IF.

      *    O que a fatura cobrou da propria competencia e o valor
      *    dela menos as notas de credito ja lancadas contra ela
      *    (FAT-VALOR-CREDITO, tanto as manuais de NOTACRED quanto
      *    as de reajuste), sem as diferencas de outras
      *    competencias acertadas nela, por soma ou por nota. O ja
      *    acertado sao as diferencas registradas para a
      *    competencia, menos as acertadas na propria fatura, que
      *    ja estao no valor ou no credito dela.
       ROT-SOMA-ACERTADO.
           COMPUTE WS-VALOR-FATURADO = FAT-VALOR - FAT-VALOR-CREDITO.
           MOVE ZEROS     TO WS-JA-ACERTADO.
           PERFORM VARYING WS-IND-RJT FROM 1 BY 1
                   UNTIL WS-IND-RJT > WS-QTD-RJT
               IF (TRJ-APLICACAO(WS-IND-RJT) = "F"
                   OR TRJ-APLICACAO(WS-IND-RJT) = "N")
               AND TRJ-DESTINO(WS-IND-RJT) = FAT-COMPETENCIA
               AND TRJ-COMPET(WS-IND-RJT) NOT = FAT-COMPETENCIA
                   SUBTRACT TRJ-DIFERENCA(WS-IND-RJT)
                       FROM WS-VALOR-FATURADO
               END-IF
               IF TRJ-COMPET(WS-IND-RJT) = FAT-COMPETENCIA
                   IF TRJ-APLICACAO(WS-IND-RJT) = "P"
                   OR TRJ-DESTINO(WS-IND-RJT) NOT = FAT-COMPETENCIA
                       ADD TRJ-DIFERENCA(WS-IND-RJT)
                           TO WS-JA-ACERTADO
                   END-IF
               END-IF
           END-PERFORM.

      *    Diferencas pendentes do cliente vao para a fatura da
      *    competencia corrente quando ela ja foi emitida e ainda
      *    esta em aberto numa competencia aberta; senao ficam
      *    para a emissao seguinte em FATURA. A diferenca da
      *    propria competencia corrente espera a proxima.
       ROT-APLICA-PENDENTES.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-RJT FROM 1 BY 1
                   UNTIL WS-IND-RJT > WS-QTD-RJT
               IF TRJ-APLICACAO(WS-IND-RJT) = "P"
               AND TRJ-COMPET(WS-IND-RJT) < WS-COMPET-ATUAL
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               MOVE CodCliente      TO FAT-COD-CLIENTE
               MOVE WS-COMPET-ATUAL TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU
               END-READ
           END-IF.
           IF WS-ACHOU = "S"
               PERFORM ROT-TESTA-MES-FECHADO
               IF WS-MES-FECHADO = "S"
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU = "S"
               PERFORM VARYING WS-IND-RJT FROM 1 BY 1
                       UNTIL WS-IND-RJT > WS-QTD-RJT
                   IF TRJ-APLICACAO(WS-IND-RJT) = "P"
                   AND TRJ-COMPET(WS-IND-RJT) < WS-COMPET-ATUAL
                   AND FATURA-PENDENTE
                       PERFORM ROT-APLICA-PENDENTE
                   END-IF
               END-PERFORM
           END-IF.

       ROT-APLICA-PENDENTE.
           MOVE "N" TO WS-APLICADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE TRJ-COMPET(WS-IND-RJT)(5:2) TO CPE-MES.
           MOVE TRJ-COMPET(WS-IND-RJT)(1:4) TO CPE-ANO.
           STRING "REAJUSTE RETROATIVO COMPET. " WS-COMPET-EDT
               DELIMITED BY SIZE INTO WS-MOTIVO.
           IF TRJ-DIFERENCA(WS-IND-RJT) > ZEROS
               MOVE TRJ-DIFERENCA(WS-IND-RJT) TO WS-VALOR-AJUSTE
               PERFORM ROT-COMPLEMENTA-FATURA
           ELSE
               COMPUTE WS-VALOR-AJUSTE =
                   0 - TRJ-DIFERENCA(WS-IND-RJT)
               PERFORM ROT-CREDITA-FATURA
           END-IF.
           IF WS-APLICADO = "S"
               MOVE CodCliente             TO RJT-COD-CLIENTE
               MOVE TRJ-COMPET(WS-IND-RJT) TO RJT-COMPETENCIA
               MOVE TRJ-SEQ(WS-IND-RJT)    TO RJT-SEQUENCIA
               READ ARQ-REAJUSTES
                   INVALID KEY
                       ADD 1 TO WS-QTD-ERRO-GRAV
                   NOT INVALID KEY
                       MOVE WS-APLICACAO     TO RJT-APLICACAO
                       MOVE WS-COMPET-ATUAL  TO RJT-COMPET-DESTINO
                       MOVE WS-DOCUMENTO     TO RJT-NUM-DOCUMENTO
                       MOVE WS-DATA-HOJE-NUM TO RJT-DATA-APLICACAO
                       MOVE WS-OPER-REL      TO RJT-OPERADOR
                       REWRITE REG-REAJUSTE
                       IF COD-ERRO-RJT NOT = "00"
                           ADD 1 TO WS-QTD-ERRO-GRAV
                       END-IF
               END-READ
               MOVE WS-APLICACAO    TO TRJ-APLICACAO(WS-IND-RJT)
               MOVE WS-COMPET-ATUAL TO TRJ-DESTINO(WS-IND-RJT)
               ADD 1 TO WS-QTD-APLIC-PEND
               ADD TRJ-DIFERENCA(WS-IND-RJT) TO WS-VAL-APLIC-PEND
               MOVE CodCliente    TO PEN-CODIGO
               MOVE WS-COMPET-EDT TO PEN-COMPET
               MOVE TRJ-DIFERENCA(WS-IND-RJT) TO PEN-DIFERENCA
               MOVE SPACES TO PEN-ACAO
               IF WS-APLICACAO = "F"
                   STRING "somado a fatura corrente " WS-DOCUMENTO
                       DELIMITED BY SIZE INTO PEN-ACAO
               ELSE
                   STRING "nota de credito " WS-DOCUMENTO
                       DELIMITED BY SIZE INTO PEN-ACAO
               END-IF
               WRITE LINHA-REL FROM LINHA-PENDENTE
           END-IF.

      *    Soma a diferenca ao valor da fatura ainda em aberto,
      *    com as retencoes refeitas na proporcao do novo valor.
      *    Fatura com NFS-e ja emitida nao muda de valor: a nota
      *    fiscal sairia diferente da fatura.
       ROT-COMPLEMENTA-FATURA.
           MOVE "N" TO WS-APLICADO.
           IF FAT-NFSE-NUMERO = SPACES
               COMPUTE WS-BASE-ANTES = FAT-VALOR - FAT-VALOR-CREDITO
               COMPUTE WS-NOVA-BASE = WS-BASE-ANTES + WS-VALOR-AJUSTE
               PERFORM ROT-REFAZ-RETENCOES
               ADD WS-VALOR-AJUSTE TO FAT-VALOR
               PERFORM ROT-MOVE-RETENCOES
               MOVE WS-OPER-REL TO FAT-OPERADOR
               REWRITE REG-FATURA
               IF COD-ERRO-FAT NOT = "00"
                   ADD 1 TO WS-QTD-ERRO-GRAV
               ELSE
                   MOVE "S" TO WS-APLICADO
                   MOVE "F" TO WS-APLICACAO
                   MOVE FAT-NUMERO TO WS-DOCUMENTO
               END-IF
           END-IF.

      *    Devolucao por nota de credito, nas mesmas regras de
      *    NOTACRED: ate o bruto ainda nao creditado e sem deixar
      *    o liquido abaixo do que ja foi recebido. A nota e
      *    gravada antes da fatura, como la.
       ROT-CREDITA-FATURA.
           MOVE "N" TO WS-APLICADO.
           COMPUTE WS-BASE-ANTES = FAT-VALOR - FAT-VALOR-CREDITO.
           IF WS-VALOR-AJUSTE <= WS-BASE-ANTES
               COMPUTE WS-NOVA-BASE = WS-BASE-ANTES - WS-VALOR-AJUSTE
               PERFORM ROT-REFAZ-RETENCOES
               IF WS-NOVO-LIQUIDO + FAT-MULTA + FAT-JUROS
                  >= FAT-VALOR-PAGO
                   PERFORM ROT-GRAVA-NOTA
               END-IF
           END-IF.

       ROT-REFAZ-RETENCOES.
           MOVE FAT-RET-ISS    TO WS-NOVO-ISS.
           MOVE FAT-RET-IRRF   TO WS-NOVO-IRRF.
           MOVE FAT-RET-PIS    TO WS-NOVO-PIS.
           MOVE FAT-RET-COFINS TO WS-NOVO-COFINS.
           MOVE FAT-RET-CSLL   TO WS-NOVO-CSLL.
           IF WS-NOVA-BASE = 0
               MOVE ZEROS TO WS-NOVO-ISS WS-NOVO-IRRF WS-NOVO-PIS
                             WS-NOVO-COFINS WS-NOVO-CSLL
           ELSE
               IF WS-BASE-ANTES > 0
                   COMPUTE WS-NOVO-ISS ROUNDED =
                       FAT-RET-ISS * WS-NOVA-BASE / WS-BASE-ANTES
                   COMPUTE WS-NOVO-IRRF ROUNDED =
                       FAT-RET-IRRF * WS-NOVA-BASE / WS-BASE-ANTES
                   COMPUTE WS-NOVO-PIS ROUNDED =
                       FAT-RET-PIS * WS-NOVA-BASE / WS-BASE-ANTES
                   COMPUTE WS-NOVO-COFINS ROUNDED =
                       FAT-RET-COFINS * WS-NOVA-BASE / WS-BASE-ANTES
                   COMPUTE WS-NOVO-CSLL ROUNDED =
                       FAT-RET-CSLL * WS-NOVA-BASE / WS-BASE-ANTES
               END-IF
           END-IF.
           COMPUTE WS-NOVO-LIQUIDO = WS-NOVA-BASE
               - WS-NOVO-ISS - WS-NOVO-IRRF - WS-NOVO-PIS
               - WS-NOVO-COFINS - WS-NOVO-CSLL.

       ROT-MOVE-RETENCOES.
           MOVE WS-NOVO-ISS     TO FAT-RET-ISS.
           MOVE WS-NOVO-IRRF    TO FAT-RET-IRRF.
           MOVE WS-NOVO-PIS     TO FAT-RET-PIS.
           MOVE WS-NOVO-COFINS  TO FAT-RET-COFINS.
           MOVE WS-NOVO-CSLL    TO FAT-RET-CSLL.
           MOVE WS-NOVO-LIQUIDO TO FAT-VALOR-LIQUIDO.

       ROT-GRAVA-NOTA.
           PERFORM ROT-PROXIMO-NUMERO.
           PERFORM ROT-PROXIMA-SEQ-NTC.
           MOVE FAT-COD-CLIENTE  TO NTC-COD-CLIENTE.
           MOVE FAT-COMPETENCIA  TO NTC-COMPETENCIA.
           COMPUTE NTC-SEQUENCIA = WS-PROX-SEQ-NTC + 1.
           MOVE WS-PROX-NOTA     TO NTC-NUMERO.
           MOVE FAT-NUMERO       TO NTC-NUM-FATURA.
           SET NOTA-PARCIAL TO TRUE.
           MOVE WS-DATA-HOJE-TXT TO NTC-DATA.
           MOVE WS-VALOR-AJUSTE  TO NTC-VALOR.
           MOVE WS-MOTIVO        TO NTC-MOTIVO.
           MOVE WS-OPER-REL      TO NTC-OPERADOR.
           WRITE REG-NOTACRED.
           IF COD-ERRO-NTC NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
           ELSE
               PERFORM ROT-ATUALIZA-CONTROLE
               MOVE "S" TO WS-APLICADO
               MOVE "N" TO WS-APLICACAO
               MOVE NTC-NUMERO TO WS-DOCUMENTO
               PERFORM ROT-GRAVA-FATURA
           END-IF.

      *    Credito que zera o saldo de fatura ja parcialmente
      *    recebida quita a fatura; sem nenhum recebimento, a
      *    fatura sem saldo fica cancelada, como em NOTACRED.
       ROT-GRAVA-FATURA.
           ADD WS-VALOR-AJUSTE TO FAT-VALOR-CREDITO.
           PERFORM ROT-MOVE-RETENCOES.
           COMPUTE WS-SALDO-DEVEDOR =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-SALDO-DEVEDOR <= 0
               IF FAT-VALOR-PAGO > 0
                   SET FATURA-PAGA TO TRUE
               ELSE
                   SET FATURA-CANCELADA TO TRUE
               END-IF
           END-IF.
           MOVE WS-OPER-REL TO FAT-OPERADOR.
           REWRITE REG-FATURA.
           IF COD-ERRO-FAT NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
               DISPLAY "Nota " NTC-NUMERO
                       " gravada, erro ao regravar a fatura "
                       FAT-NUMERO
           END-IF.

      *    Proximo numero de nota, lido e regravado em CONTROLE.DAT
      *    a cada documento, como em NOTACRED; sem o contador,
      *    vale a varredura das notas.
       ROT-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-PROX-NOTA.
           MOVE "N"   TO WS-CTL-EXISTE.
           MOVE "PROX-NUM-NOTA" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-VALOR > 0
                       MOVE "S" TO WS-CTL-EXISTE
                       MOVE CTL-VALOR TO WS-PROX-NOTA
                   END-IF
           END-READ.
           IF WS-CTL-EXISTE = "N"
               PERFORM ROT-VARRE-NOTAS
           END-IF.

       ROT-VARRE-NOTAS.
           MOVE ZEROS TO WS-PROX-NOTA.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE ZEROS TO NTC-CHAVE.
           START ARQ-NOTAS KEY IS NOT LESS THAN NTC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF NTC-NUMERO > WS-PROX-NOTA
                           MOVE NTC-NUMERO TO WS-PROX-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROX-NOTA.

       ROT-ATUALIZA-CONTROLE.
           MOVE "PROX-NUM-NOTA" TO CTL-CODIGO.
           COMPUTE CTL-VALOR = WS-PROX-NOTA + 1.
           IF WS-CTL-EXISTE = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           IF COD-ERRO-CTL NOT = "00"
               DISPLAY "Aviso: contador de notas nao gravado."
           END-IF.

      *    Proxima sequencia de nota dentro da fatura, pela
      *    varredura da chave composta, como em NOTACRED.
       ROT-PROXIMA-SEQ-NTC.
           MOVE ZEROS TO WS-PROX-SEQ-NTC.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE FAT-COD-CLIENTE TO NTC-COD-CLIENTE.
           MOVE FAT-COMPETENCIA TO NTC-COMPETENCIA.
           MOVE ZEROS           TO NTC-SEQUENCIA.
           START ARQ-NOTAS KEY IS NOT LESS THAN NTC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF NTC-COD-CLIENTE NOT = FAT-COD-CLIENTE
                       OR NTC-COMPETENCIA NOT = FAT-COMPETENCIA
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           MOVE NTC-SEQUENCIA TO WS-PROX-SEQ-NTC
                       END-IF
               END-READ
           END-PERFORM.

      *    Registra a diferenca apurada em REAJUSTES com a proxima
      *    sequencia da competencia de origem e guarda na tabela
      *    do cliente, para a conta das competencias seguintes.
       ROT-GRAVA-REAJUSTE.
           MOVE ZEROS TO WS-PROX-SEQ-RJT.
           PERFORM VARYING WS-IND-RJT FROM 1 BY 1
                   UNTIL WS-IND-RJT > WS-QTD-RJT
               IF TRJ-COMPET(WS-IND-RJT) = FAT-COMPETENCIA
               AND TRJ-SEQ(WS-IND-RJT) > WS-PROX-SEQ-RJT
                   MOVE TRJ-SEQ(WS-IND-RJT) TO WS-PROX-SEQ-RJT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PROX-SEQ-RJT.

           MOVE CodCliente        TO RJT-COD-CLIENTE.
           MOVE FAT-COMPETENCIA   TO RJT-COMPETENCIA.
           MOVE WS-PROX-SEQ-RJT   TO RJT-SEQUENCIA.
           IF WS-VALOR-FATURADO < ZEROS
               MOVE ZEROS TO RJT-VALOR-FATURADO
           ELSE
               MOVE WS-VALOR-FATURADO TO RJT-VALOR-FATURADO
           END-IF.
           MOVE WS-VALOR-DEVIDO   TO RJT-VALOR-DEVIDO.
           MOVE WS-DIFERENCA      TO RJT-DIFERENCA.
           MOVE WS-APLICACAO      TO RJT-APLICACAO.
           MOVE WS-DESTINO        TO RJT-COMPET-DESTINO.
           MOVE WS-DOCUMENTO      TO RJT-NUM-DOCUMENTO.
           MOVE WS-DATA-HOJE-NUM  TO RJT-DATA-APURACAO.
           IF WS-APLICADO = "S"
               MOVE WS-DATA-HOJE-NUM TO RJT-DATA-APLICACAO
           ELSE
               MOVE ZEROS            TO RJT-DATA-APLICACAO
           END-IF.
           MOVE WS-OPER-REL       TO RJT-OPERADOR.
           WRITE REG-REAJUSTE.
           IF COD-ERRO-RJT NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
               DISPLAY "Erro ao registrar diferenca do cliente "
                       CodCliente " competencia " FAT-COMPETENCIA
           ELSE
               IF WS-QTD-RJT < WS-MAX-RJT
                   ADD 1 TO WS-QTD-RJT
                   MOVE RJT-COMPETENCIA TO TRJ-COMPET(WS-QTD-RJT)
                   MOVE RJT-SEQUENCIA   TO TRJ-SEQ(WS-QTD-RJT)
                   MOVE RJT-COMPET-DESTINO TO TRJ-DESTINO(WS-QTD-RJT)
                   MOVE RJT-APLICACAO   TO TRJ-APLICACAO(WS-QTD-RJT)
                   MOVE RJT-DIFERENCA   TO TRJ-DIFERENCA(WS-QTD-RJT)
               END-IF
           END-IF.

      *    Pro-rata da competencia em WS-COMPETENCIA-NUM pelas
      *    datas do contrato, na mesma conta da emissao em FATURA:
      *    contrato vigente o mes inteiro deve o valor cheio;
      *    inicio ou fim dentro do mes deve a fracao dos dias
      *    cobertos; vigencia que nem toca o mes nao deve nada.
      *    Datas ilegiveis valem como vigencia aberta naquele lado.
       ROT-CALCULA-PRORATA.
           COMPUTE WS-COMPET-INI-NUM = WS-COMPETENCIA-NUM * 100 + 1.
           MOVE WS-DIAS-NO-MES(WS-COMPET-MES) TO WS-DIAS-MES.
           IF WS-COMPET-MES = 2
           AND FUNCTION MOD(WS-COMPET-ANO, 4) = 0
           AND (FUNCTION MOD(WS-COMPET-ANO, 100) NOT = 0
                OR FUNCTION MOD(WS-COMPET-ANO, 400) = 0)
               ADD 1 TO WS-DIAS-MES
           END-IF.
           COMPUTE WS-COMPET-FIM-NUM =
               WS-COMPETENCIA-NUM * 100 + WS-DIAS-MES.

           MOVE 1 TO WS-DIA-COBRE-INI.
           MOVE WS-DIAS-MES TO WS-DIA-COBRE-FIM.

           MOVE "N" TO WS-DATA-INI-OK.
           IF DATA-INICIO-CONTR(1:2) IS NUMERIC
           AND DATA-INICIO-CONTR(3:1) = "/"
           AND DATA-INICIO-CONTR(4:2) IS NUMERIC
           AND DATA-INICIO-CONTR(6:1) = "/"
           AND DATA-INICIO-CONTR(7:4) IS NUMERIC
               MOVE "S" TO WS-DATA-INI-OK
           END-IF.
           IF WS-DATA-INI-OK = "S"
               MOVE DATA-INICIO-CONTR(1:2) TO WS-INI-DIA
               MOVE DATA-INICIO-CONTR(4:2) TO WS-INI-MES
               MOVE DATA-INICIO-CONTR(7:4) TO WS-INI-ANO
               COMPUTE WS-DATA-INI-NUM =
                   WS-INI-ANO * 10000 + WS-INI-MES * 100 + WS-INI-DIA
               IF WS-DATA-INI-NUM > WS-COMPET-FIM-NUM
                   MOVE 99 TO WS-DIA-COBRE-INI
               ELSE
               IF WS-DATA-INI-NUM >= WS-COMPET-INI-NUM
                   MOVE WS-INI-DIA TO WS-DIA-COBRE-INI
               END-IF
               END-IF
           END-IF.

           MOVE "N" TO WS-DATA-FIM-OK.
           IF DATA-FIM-CONTR(1:2) IS NUMERIC
           AND DATA-FIM-CONTR(3:1) = "/"
           AND DATA-FIM-CONTR(4:2) IS NUMERIC
           AND DATA-FIM-CONTR(6:1) = "/"
           AND DATA-FIM-CONTR(7:4) IS NUMERIC
               MOVE "S" TO WS-DATA-FIM-OK
           END-IF.
           IF WS-DATA-FIM-OK = "S"
               MOVE DATA-FIM-CONTR(1:2) TO WS-FIM-DIA
               MOVE DATA-FIM-CONTR(4:2) TO WS-FIM-MES
               MOVE DATA-FIM-CONTR(7:4) TO WS-FIM-ANO
               COMPUTE WS-DATA-FIM-NUM =
                   WS-FIM-ANO * 10000 + WS-FIM-MES * 100 + WS-FIM-DIA
               IF WS-DATA-FIM-NUM < WS-COMPET-INI-NUM
                   MOVE ZEROS TO WS-DIA-COBRE-FIM
               ELSE
               IF WS-DATA-FIM-NUM <= WS-COMPET-FIM-NUM
                   MOVE WS-FIM-DIA TO WS-DIA-COBRE-FIM
               END-IF
               END-IF
           END-IF.

           COMPUTE WS-DIAS-COBERTOS =
               WS-DIA-COBRE-FIM - WS-DIA-COBRE-INI + 1.

           IF WS-DIAS-COBERTOS >= WS-DIAS-MES
               MOVE WS-VALOR-BASE TO WS-VALOR-DEVIDO
           ELSE
           IF WS-DIAS-COBERTOS > 0
               COMPUTE WS-VALOR-DEVIDO ROUNDED =
                   WS-VALOR-BASE * WS-DIAS-COBERTOS / WS-DIAS-MES
           ELSE
               MOVE ZEROS TO WS-VALOR-DEVIDO
           END-IF
           END-IF.

      *    Competencia fechada pela contabilidade nao recebe
      *    complemento nem nota de credito, como em NOTACRED.
       ROT-TESTA-MES-FECHADO.
           MOVE "N" TO WS-MES-FECHADO.
           IF WS-FEC-ABERTO = "S"
               MOVE FAT-COMPETENCIA TO FEC-COMPETENCIA
               READ ARQ-FECHMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MES-FECHADO
                           MOVE "S" TO WS-MES-FECHADO
                       END-IF
               END-READ
           END-IF.

       ROT-TOTAIS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Clientes com historico de valores:" TO TOT-TEXTO.
           MOVE WS-QTD-CLIENTES TO TOT-QTD.
           MOVE ZEROS TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Faturas conferidas...............:" TO TOT-TEXTO.
           MOVE WS-QTD-FATURAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Diferencas apuradas..............:" TO TOT-TEXTO.
           MOVE WS-QTD-DIFERENCAS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Complementos nas proprias faturas:" TO TOT-TEXTO.
           MOVE WS-QTD-COMPLEM TO TOT-QTD.
           MOVE WS-VAL-COMPLEM TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Notas de credito emitidas........:" TO TOT-TEXTO.
           MOVE WS-QTD-NOTAS TO TOT-QTD.
           MOVE WS-VAL-NOTAS TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Pendentes acertados na corrente..:" TO TOT-TEXTO.
           MOVE WS-QTD-APLIC-PEND TO TOT-QTD.
           MOVE WS-VAL-APLIC-PEND TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Pendentes p/ a proxima emissao...:" TO TOT-TEXTO.
           MOVE WS-QTD-PENDENTES TO TOT-QTD.
           MOVE WS-VAL-PENDENTES TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE ZEROS TO TOT-VALOR.
           MOVE "Faturas renegociadas/canceladas..:" TO TOT-TEXTO.
           MOVE WS-QTD-FORA-COBR TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Fora da vigencia atual do contrato:" TO TOT-TEXTO.
           MOVE WS-QTD-FORA-VIG TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Clientes alem das tabelas........:" TO TOT-TEXTO.
           MOVE WS-QTD-FORA TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Erros de gravacao................:" TO TOT-TEXTO.
           MOVE WS-QTD-ERRO-GRAV TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
