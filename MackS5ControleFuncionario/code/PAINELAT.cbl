       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   PAINELAT.
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

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

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

               SELECT  ARQ-PAINEL ASSIGN  TO WS-CAMINHO-PNL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PNL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PNL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-PAINEL
                   LABEL RECORD STANDARD.
           COPY PNLREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-ITS   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-FER   PIC XX      VALUE SPACES.
       77      COD-ERRO-PNL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-ITS     PIC X       VALUE "N".
       77      WS-ITS-ABERTO  PIC X       VALUE "N".
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-TOT-REG     PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-ITENS   PIC 9(3)    VALUE ZEROS.
       77      WS-TOTAL-ITENS PIC 9(13)V99 VALUE ZEROS.
       77      WS-SALDO-FAT   PIC 9(13)V99 VALUE ZEROS.
       77      WS-DIAS-AVISO  PIC 9(3)    VALUE 30.
       77      WS-IND         PIC 9(2)    VALUE ZEROS.
       77      WS-POS         PIC 9(2)    VALUE ZEROS.

       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".
       77      WS-CAMINHO-PNL PIC X(100)
                       VALUE "C:\TEMP\PAINEL.DAT".

       77      WS-DATA-HOJE-NUM  PIC 9(8)  VALUE ZEROS.
       77      WS-HORA-HOJE      PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-VENC-DIA       PIC 99    VALUE ZEROS.
       77      WS-VENC-MES       PIC 99    VALUE ZEROS.
       77      WS-VENC-ANO       PIC 9999  VALUE ZEROS.
       77      WS-VENC-OK        PIC X     VALUE "N".
       77      WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.
       77      WS-DATA-UTIL-NUM  PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT   PIC 9(7)  VALUE ZEROS.
       77      WS-DIA-SEMANA     PIC 9(1)  VALUE ZEROS.
       77      WS-DIA-UTIL-OK    PIC X     VALUE "N".

       77      WS-DATA-FIM-NUM   PIC 9(8)  VALUE ZEROS.
       77      WS-FIM-DIA        PIC 99    VALUE ZEROS.
       77      WS-FIM-MES        PIC 99    VALUE ZEROS.
       77      WS-FIM-ANO        PIC 9999  VALUE ZEROS.
       77      WS-DIAS-RESTANTES PIC S9(7) VALUE ZEROS.
       77      WS-DATA-FIM-OK    PIC X     VALUE "N".
       77      WS-MAX-DIA        PIC 99    VALUE ZEROS.

      *    Competencia corrente (AAAAMM), a mesma que FATURA emite
      *    quando roda sem competencia informada.
       01      WS-DATA-HOJE.
           02 WS-COMPETENCIA  PIC 9(6).
           02 FILLER          PIC 9(2).

      *    Saldo vencido do cliente em apuracao; as faturas saem
      *    ordenadas por cliente+competencia, entao a quebra por
      *    cliente e um controle de grupo como no AGING.
       77      WS-CLI-ANTERIOR PIC 9(6)   VALUE ZEROS.
       77      WS-TEM-CLIENTE PIC X       VALUE "N".
       77      WS-CLI-VENCIDO PIC 9(13)V99 VALUE ZEROS.
       77      WS-CLI-DIAS    PIC 9(5)    VALUE ZEROS.

      *    Cinco maiores devedores, em ordem decrescente de saldo
      *    vencido.
       01      WS-TAB-DEVEDORES.
           02 WS-DEVEDOR OCCURS 5 TIMES.
               03 TOP-CODIGO    PIC 9(6).
               03 TOP-SALDO     PIC 9(13)V99.
               03 TOP-DIAS      PIC 9(5).

           COPY FECHCOM.

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

      *    Apura os indicadores do painel gerencial e grava o
      *    registro unico de PAINEL.DAT. Roda no fechamento do dia
      *    (FECHADIA, passo 6), logo antes da verificacao final de
      *    consistencia (CONSFIN, passo 7), para a tela abrir
      *    instantanea com os numeros da noite em vez de varrer
      *    FATURAS a cada consulta.
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
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-PNL FROM ENVIRONMENT "PAINEL_PATH".
           IF WS-CAMINHO-PNL = SPACES
               MOVE "C:\TEMP\PAINEL.DAT" TO WS-CAMINHO-PNL
           END-IF.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-NUM.
           ACCEPT WS-HORA-HOJE FROM TIME.

           PERFORM ROT-LE-PARAMETROS.

           MOVE SPACES TO REG-PAINEL.
           MOVE "ATUAL"          TO PNL-CODIGO.
           MOVE WS-DATA-HOJE-NUM TO PNL-DATA-GERACAO.
           MOVE WS-HORA-HOJE(1:6) TO PNL-HORA-GERACAO.
           MOVE WS-COMPETENCIA   TO PNL-COMPETENCIA.
           MOVE WS-DIAS-AVISO    TO PNL-DIAS-AVISO.
           MOVE ZEROS TO PNL-QTD-ATIVOS PNL-QTD-SUSPENSOS
                         PNL-QTD-CANCELADOS PNL-RECEITA-MENSAL
                         PNL-QTD-FATURADAS PNL-VAL-FATURADO
                         PNL-VAL-RECEBIDO PNL-QTD-ABERTAS
                         PNL-VAL-ABERTO PNL-QTD-VENCIDAS
                         PNL-VAL-VENCIDO PNL-PCT-VENCIDO
                         PNL-QTD-VENCENDO PNL-VC-VENCENDO.
           MOVE ZEROS TO WS-TAB-DEVEDORES.

           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Erro ao abrir o cadastro: " COD-ERRO
               MOVE COD-ERRO TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem arquivo de itens todos os contratos valem pelo VC,
      *    como na emissao.
           OPEN INPUT ARQ-ITENS.
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
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

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-AVALIA-CLIENTE
               END-READ
           END-PERFORM.

      *    FATURAS ausente (instalacao sem emissao ainda) deixa os
      *    indicadores financeiros zerados; qualquer outro erro de
      *    abertura falha o passo e o painel anterior fica valendo.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00" AND COD-ERRO-FAT NOT = "35"
               DISPLAY "Erro ao abrir FATURAS: " COD-ERRO-FAT
               MOVE COD-ERRO-FAT TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM ROT-FECHA-ARQUIVOS
               GOBACK
           END-IF.
           IF COD-ERRO-FAT = "00"
               PERFORM UNTIL WS-FIM-FAT = "S"
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-FAT
                       NOT AT END
                           ADD 1 TO WS-TOT-REG
                           PERFORM ROT-AVALIA-FATURA
                   END-READ
               END-PERFORM
               IF WS-TEM-CLIENTE = "S"
                   PERFORM ROT-RANQUEIA-DEVEDOR
               END-IF
               CLOSE ARQ-FATURAS
           END-IF.

           IF PNL-VAL-ABERTO > ZEROS
               COMPUTE PNL-PCT-VENCIDO ROUNDED =
                   PNL-VAL-VENCIDO * 100 / PNL-VAL-ABERTO
           END-IF.

           PERFORM ROT-MONTA-DEVEDORES.
           PERFORM ROT-FECHA-ARQUIVOS.
           PERFORM ROT-GRAVA-PAINEL.

           MOVE WS-TOT-REG TO FECH-QTD-REGISTROS.
           IF COD-ERRO-PNL NOT = "00"
               DISPLAY "Erro ao gravar o painel: " COD-ERRO-PNL
               MOVE COD-ERRO-PNL TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Painel gerencial atualizado."
           END-IF.
           GOBACK.

       ROT-FECHA-ARQUIVOS.
           CLOSE CAD-CLIENTE.
           IF WS-ITS-ABERTO = "S"
               CLOSE ARQ-ITENS
           END-IF.
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.

      *    Situacao do cadastro, receita recorrente do cliente
      *    ativo (itens ativos ou VC, como na emissao) e contrato
      *    ativo com fim dentro da janela de aviso.
       ROT-AVALIA-CLIENTE.
           ADD 1 TO WS-TOT-REG.
           EVALUATE TRUE
               WHEN CLIENTE-ATIVO
                   ADD 1 TO PNL-QTD-ATIVOS
                   PERFORM ROT-SOMA-ITENS
                   IF WS-QTD-ITENS > 0
                       ADD WS-TOTAL-ITENS TO PNL-RECEITA-MENSAL
                   ELSE
                       ADD VC TO PNL-RECEITA-MENSAL
                   END-IF
                   PERFORM ROT-AVALIA-CONTRATO
               WHEN CLIENTE-SUSPENSO
                   ADD 1 TO PNL-QTD-SUSPENSOS
               WHEN CLIENTE-CANCELADO
                   ADD 1 TO PNL-QTD-CANCELADOS
           END-EVALUATE.

      *    Soma os itens de servico ativos do cliente via START
      *    pelo inicio da chave composta, como em FATURA.
       ROT-SOMA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS WS-TOTAL-ITENS.
           MOVE "N"   TO WS-FIM-ITS.
           IF WS-ITS-ABERTO = "N"
               MOVE "S" TO WS-FIM-ITS
           ELSE
               MOVE CodCliente TO ITS-COD-CLIENTE
               MOVE ZEROS      TO ITS-SEQUENCIA
               START ARQ-ITENS KEY IS NOT LESS THAN ITS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ITS
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-ITS = "S"
               READ ARQ-ITENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITS
                   NOT AT END
                       IF ITS-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-ITS
                       ELSE
                           IF ITEM-ATIVO
                               ADD 1 TO WS-QTD-ITENS
                               ADD ITS-VALOR TO WS-TOTAL-ITENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Mesma regra de VENCTOS: so data DD/MM/AAAA valida, e o
      *    contrato ja vencido e ainda ativo tambem conta.
       ROT-AVALIA-CONTRATO.
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
               IF WS-FIM-DIA < 1 OR WS-FIM-DIA > 31
               OR WS-FIM-MES < 1 OR WS-FIM-MES > 12
                   MOVE "N" TO WS-DATA-FIM-OK
               END-IF
           END-IF.

           IF WS-DATA-FIM-OK = "S"
               MOVE WS-DIAS-NO-MES(WS-FIM-MES) TO WS-MAX-DIA
               IF WS-FIM-MES = 2
               AND FUNCTION MOD(WS-FIM-ANO, 4) = 0
               AND (FUNCTION MOD(WS-FIM-ANO, 100) NOT = 0
                    OR FUNCTION MOD(WS-FIM-ANO, 400) = 0)
                   ADD 1 TO WS-MAX-DIA
               END-IF
               IF WS-FIM-DIA > WS-MAX-DIA
                   MOVE "N" TO WS-DATA-FIM-OK
               END-IF
           END-IF.

           IF WS-DATA-FIM-OK = "S"
               COMPUTE WS-DATA-FIM-NUM =
                   WS-FIM-ANO * 10000 + WS-FIM-MES * 100 + WS-FIM-DIA
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FIM-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
               IF WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                   ADD 1  TO PNL-QTD-VENCENDO
                   ADD VC TO PNL-VC-VENCENDO
               END-IF
           END-IF.

      *    Faturado e recebido da competencia como em FECHAMES;
      *    em aberto e vencido pelo saldo devedor como no AGING,
      *    com o vencimento ilegivel contado como vencido.
       ROT-AVALIA-FATURA.
           IF FAT-COMPETENCIA = WS-COMPETENCIA
               IF NOT FATURA-CANCELADA
                   ADD 1 TO PNL-QTD-FATURADAS
               END-IF
               COMPUTE PNL-VAL-FATURADO = PNL-VAL-FATURADO
                   + FAT-VALOR - FAT-VALOR-CREDITO
               ADD FAT-VALOR-PAGO TO PNL-VAL-RECEBIDO
           END-IF.

           IF WS-TEM-CLIENTE = "S"
           AND FAT-COD-CLIENTE NOT = WS-CLI-ANTERIOR
               PERFORM ROT-RANQUEIA-DEVEDOR
           END-IF.
           IF WS-TEM-CLIENTE = "N"
           OR FAT-COD-CLIENTE NOT = WS-CLI-ANTERIOR
               MOVE FAT-COD-CLIENTE TO WS-CLI-ANTERIOR
               MOVE "S" TO WS-TEM-CLIENTE
               MOVE ZEROS TO WS-CLI-VENCIDO WS-CLI-DIAS
           END-IF.

           IF FATURA-PENDENTE
               COMPUTE WS-SALDO-FAT =
                   FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                   - FAT-VALOR-PAGO
               ADD 1 TO PNL-QTD-ABERTAS
               ADD WS-SALDO-FAT TO PNL-VAL-ABERTO
               PERFORM ROT-CALCULA-ATRASO
               IF WS-VENC-OK = "N" OR WS-DIAS-ATRASO > 0
                   ADD 1 TO PNL-QTD-VENCIDAS
                   ADD WS-SALDO-FAT TO PNL-VAL-VENCIDO
                   ADD WS-SALDO-FAT TO WS-CLI-VENCIDO
                   IF WS-DIAS-ATRASO > WS-CLI-DIAS
                       MOVE WS-DIAS-ATRASO TO WS-CLI-DIAS
                   END-IF
               END-IF
           END-IF.

      *    Encaixa o cliente que acabou de fechar entre os cinco
      *    maiores saldos vencidos, empurrando os menores para
      *    baixo.
       ROT-RANQUEIA-DEVEDOR.
           IF WS-CLI-VENCIDO > ZEROS
               MOVE ZEROS TO WS-POS
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > 5 OR WS-POS > 0
                   IF WS-CLI-VENCIDO > TOP-SALDO(WS-IND)
                       MOVE WS-IND TO WS-POS
                   END-IF
               END-PERFORM
               IF WS-POS > 0
                   PERFORM VARYING WS-IND FROM 5 BY -1
                           UNTIL WS-IND <= WS-POS
                       MOVE WS-DEVEDOR(WS-IND - 1)
                           TO WS-DEVEDOR(WS-IND)
                   END-PERFORM
                   MOVE WS-CLI-ANTERIOR TO TOP-CODIGO(WS-POS)
                   MOVE WS-CLI-VENCIDO  TO TOP-SALDO(WS-POS)
                   MOVE WS-CLI-DIAS     TO TOP-DIAS(WS-POS)
               END-IF
           END-IF.

      *    O nome vai gravado no painel para a tela nao precisar
      *    abrir o cadastro.
       ROT-MONTA-DEVEDORES.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               MOVE TOP-CODIGO(WS-IND) TO PNL-DEV-CODIGO(WS-IND)
               MOVE TOP-SALDO(WS-IND)  TO PNL-DEV-SALDO(WS-IND)
               MOVE TOP-DIAS(WS-IND)   TO PNL-DEV-DIAS(WS-IND)
               MOVE SPACES TO PNL-DEV-NOME(WS-IND)
               IF TOP-CODIGO(WS-IND) > ZEROS
                   MOVE TOP-CODIGO(WS-IND) TO CodCliente
                   READ CAD-CLIENTE
                       INVALID KEY
                           MOVE "(cliente nao cadastrado)"
                               TO PNL-DEV-NOME(WS-IND)
                       NOT INVALID KEY
                           MOVE NomeCliente TO PNL-DEV-NOME(WS-IND)
                   END-READ
               END-IF
           END-PERFORM.

      *    PAINEL.DAT e criado na primeira rodada; nas seguintes o
      *    registro ATUAL e regravado.
       ROT-GRAVA-PAINEL.
           OPEN I-O ARQ-PAINEL.
           IF COD-ERRO-PNL NOT = "00"
               OPEN OUTPUT ARQ-PAINEL
               CLOSE ARQ-PAINEL
               OPEN I-O ARQ-PAINEL
           END-IF.
           IF COD-ERRO-PNL = "00"
               WRITE REG-PAINEL
                   INVALID KEY
                       REWRITE REG-PAINEL
               END-WRITE
               CLOSE ARQ-PAINEL
           END-IF.

      *    So calcula atraso com vencimento no formato DD/MM/AAAA,
      *    como no AGING.
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
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
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

      *    Janela de contratos a vencer do parametro de negocio,
      *    como em VENCTOS; ausente vale o padrao de 30 dias.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "DIAS-AVISO-VENCTO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
