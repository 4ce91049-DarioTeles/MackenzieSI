       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   FLUXOCX.
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

               SELECT  ARQ-MOVPAGTO ASSIGN  TO WS-CAMINHO-MOV
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOV-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MOV.

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

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

               SELECT  ARQ-ALIQUOTAS ASSIGN  TO WS-CAMINHO-ALQ
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ALQ-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-ALQ.

               SELECT  ARQ-PERFTRIB ASSIGN  TO WS-CAMINHO-PTR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PTR-COD-CLIENTE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PTR.

               SELECT  REL-FLUXO ASSIGN  TO WS-CAMINHO-REL
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

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG.

       FD          ARQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       FD          REL-FLUXO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "FLUXOCX".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\FLUXOCX_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUE SPACES.
       77      COD-ERRO-ITS   PIC XX      VALUE SPACES.
       77      COD-ERRO-FER   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-MOV-ABERTO  PIC X       VALUE "N".
       77      WS-ITS-ABERTO  PIC X       VALUE "N".
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-CLI     PIC X       VALUE "N".
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-MOV     PIC X       VALUE "N".
       77      WS-FIM-ITS     PIC X       VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

      *    Parcelas de acordo em aberto entram na previsao como as
      *    faturas; sem os arquivos de acordos nao ha parcela.
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-ACO-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-ACO     PIC X       VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-SALDO-PAC   PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-PARCELAS PIC 9(7)   VALUE ZEROS.
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

      *    Retencoes na fonte da emissao projetada, pela mesma
      *    regra de FATURA: aliquota e minimo de ALIQUOTAS, o
      *    indicador de retencao e a aliquota propria de ISS do
      *    perfil tributario do cliente. Sem as tabelas a
      *    projecao fica pelo bruto.
       77      COD-ERRO-ALQ   PIC XX      VALUE SPACES.
       77      COD-ERRO-PTR   PIC XX      VALUE SPACES.
       77      WS-PTR-ABERTO  PIC X       VALUE "N".
       77      WS-IND-TRIB    PIC 9(1)    VALUE ZEROS.
       77      WS-PCT-USADO   PIC 9(2)V99 VALUE ZEROS.
       77      WS-PCT-ISS-CLI PIC 9(2)V99 VALUE ZEROS.
       77      WS-RET-TRIB    PIC 9(10)V99 VALUE ZEROS.
       77      WS-RETIDO-PRJ  PIC 9(13)V99 VALUE ZEROS.
       77      WS-CAMINHO-ALQ PIC X(100)
                       VALUE "C:\TEMP\ALIQUOTAS.DAT".
       77      WS-CAMINHO-PTR PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".

       01      WS-TAB-COD-TRIB.
           02 FILLER PIC X(6) VALUE "ISS".
           02 FILLER PIC X(6) VALUE "IRRF".
           02 FILLER PIC X(6) VALUE "PIS".
           02 FILLER PIC X(6) VALUE "COFINS".
           02 FILLER PIC X(6) VALUE "CSLL".
       01      WS-TAB-COD-TRIB-R REDEFINES WS-TAB-COD-TRIB.
           02 WS-COD-TRIB    PIC X(6) OCCURS 5 TIMES.

       01      WS-TAB-ALIQ.
           02 WS-ALIQ OCCURS 5 TIMES.
               03 WS-ALIQ-PCT    PIC 9(2)V99.
               03 WS-ALIQ-MIN    PIC 9(10)V99.

       01      WS-TAB-RETEM.
           02 WS-RETEM       PIC X(1) OCCURS 5 TIMES.

      *    Atraso medio acima deste limite (dias) poe a emissao
      *    projetada do cliente em risco. Parametro DIAS-RISCO-FLUXO.
       77      WS-DIAS-RISCO  PIC 9(3)    VALUE 30.

       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-HOJE-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-DATA-UTIL-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT PIC 9(7)   VALUE ZEROS.
       77      WS-DIA-SEMANA  PIC 9(1)    VALUE ZEROS.
       77      WS-DIA-UTIL-OK PIC X       VALUE "N".
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-TST-DIA     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-MES     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-ANO     PIC 9(4)    VALUE ZEROS.
       77      WS-VENC-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-MOV-INT     PIC 9(7)    VALUE ZEROS.
       77      WS-CPT-VENC    PIC 9(6)    VALUE ZEROS.

      *    Historico de pagamento do cliente: media de dias entre o
      *    vencimento e cada recebimento; pagar adiantado conta
      *    como pagar no dia.
       77      WS-ATRASO      PIC S9(7)   VALUE ZEROS.
       77      WS-SOMA-ATRASO PIC 9(9)    VALUE ZEROS.
       77      WS-QTD-RECEB   PIC 9(7)    VALUE ZEROS.
       77      WS-ATRASO-MEDIO PIC 9(5)   VALUE ZEROS.

      *    Recebimento em apropriacao nas semanas.
       77      WS-VALOR-PREV  PIC 9(13)V99 VALUE ZEROS.
       77      WS-PREV-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-ORIGEM      PIC X       VALUE SPACE.
       77      WS-EM-RISCO    PIC X       VALUE "N".
       77      WS-MOTIVO      PIC X(10)   VALUE SPACES.
       77      WS-DIAS-FRENTE PIC S9(7)   VALUE ZEROS.
       77      WS-IND-SEM     PIC 9(2)    VALUE ZEROS.

      *    Projecao das proximas emissoes.
       77      WS-IND-PRJ     PIC S9(1)   VALUE ZEROS.
       77      WS-PRJ-ANO     PIC 9(4)    VALUE ZEROS.
       77      WS-PRJ-MES     PIC 9(2)    VALUE ZEROS.
       77      WS-PRJ-COMPET  PIC 9(6)    VALUE ZEROS.
       77      WS-PRJ-INI-NUM PIC 9(8)    VALUE ZEROS.
       77      WS-FIM-CONTR-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-JA-EMITIDA  PIC X       VALUE "N".
       77      WS-QTD-ITENS   PIC 9(3)    VALUE ZEROS.
       77      WS-TOTAL-ITENS PIC 9(13)V99 VALUE ZEROS.
       77      WS-SALDO-FAT   PIC 9(13)V99 VALUE ZEROS.

       77      WS-QTD-ABERTAS PIC 9(7)    VALUE ZEROS.
       77      WS-QTD-PROJETADAS PIC 9(7) VALUE ZEROS.
       77      WS-QTD-RISCO   PIC 9(7)    VALUE ZEROS.

       01      WS-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 WS-HOJE-MES     PIC 9(2).
           02 WS-HOJE-DIA     PIC 9(2).

      *    Treze semanas a partir de hoje cobrem os 90 dias; o que
      *    cair depois fica numa linha propria.
       01      WS-TAB-SEMANAS.
           02 WS-SEM OCCURS 13 TIMES.
               03 WS-SEM-ABERTO    PIC 9(13)V99.
               03 WS-SEM-PROJETADO PIC 9(13)V99.
               03 WS-SEM-RISCO     PIC 9(13)V99.

       01      WS-TOTAIS-PRAZO.
           02 WS-PREV-30      PIC 9(13)V99.
           02 WS-RISCO-30     PIC 9(13)V99.
           02 WS-PREV-60      PIC 9(13)V99.
           02 WS-RISCO-60     PIC 9(13)V99.
           02 WS-PREV-90      PIC 9(13)V99.
           02 WS-RISCO-90     PIC 9(13)V99.
           02 WS-PREV-APOS    PIC 9(13)V99.
           02 WS-RISCO-APOS   PIC 9(13)V99.

       77      WS-SEM-PREVISTO PIC 9(13)V99 VALUE ZEROS.
       77      WS-ACUMULADO   PIC 9(13)V99 VALUE ZEROS.
       77      WS-SEM-INI-INT PIC 9(7)    VALUE ZEROS.
       77      WS-SEM-DATA    PIC 9(8)    VALUE ZEROS.

       01      LINHA-TITULO.
           02 FILLER        PIC X(40) VALUE
               "Previsao de recebimentos - 13 semanas a ".
           02 FILLER        PIC X(9)  VALUE "partir de".
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 TIT-DIA       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-ANO       PIC 9(4).

       01      LINHA-CAB-RISCO.
           02 FILLER        PIC X(10) VALUE "Em risco:".
           02 FILLER        PIC X(8)  VALUE "cliente".
           02 FILLER        PIC X(24) VALUE "nome".
           02 FILLER        PIC X(8)  VALUE "fatura".
           02 FILLER        PIC X(12) VALUE "vencimento".
           02 FILLER        PIC X(12) VALUE "motivo".
           02 FILLER        PIC X(14) VALUE "         valor".

       01      LINHA-RISCO.
           02 FILLER        PIC X(10) VALUE SPACES.
           02 RSC-CODIGO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RSC-NOME      PIC X(22).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RSC-NUMERO    PIC Z(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RSC-VENCTO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RSC-MOTIVO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RSC-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01      LINHA-CAB-SEMANA.
           02 FILLER        PIC X(5)  VALUE "Sem".
           02 FILLER        PIC X(24) VALUE "Periodo".
           02 FILLER        PIC X(15) VALUE "     Em aberto".
           02 FILLER        PIC X(15) VALUE "     Projetado".
           02 FILLER        PIC X(15) VALUE "      Previsto".
           02 FILLER        PIC X(15) VALUE "      Em risco".
           02 FILLER        PIC X(17) VALUE "        Acumulado".

       01      LINHA-SEMANA.
           02 SMN-NUMERO    PIC Z9.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 SMN-INI-DIA   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 SMN-INI-MES   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 SMN-INI-ANO   PIC 9(4).
           02 FILLER        PIC X(3)  VALUE " a ".
           02 SMN-FIM-DIA   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 SMN-FIM-MES   PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 SMN-FIM-ANO   PIC 9(4).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 SMN-ABERTO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 SMN-PROJETADO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 SMN-PREVISTO  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 SMN-RISCO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 SMN-ACUMULADO PIC Z.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-PRAZO.
           02 PRZ-ROTULO    PIC X(20).
           02 FILLER        PIC X(11) VALUE "Previsto: ".
           02 PRZ-PREVISTO  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(13) VALUE "   Em risco: ".
           02 PRZ-RISCO     PIC Z.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-QTD.
           02 QTD-ROTULO    PIC X(30).
           02 QTD-VALOR     PIC ZZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

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
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-FER FROM ENVIRONMENT "FERIADOS_PATH".
           IF WS-CAMINHO-FER = SPACES
               MOVE "C:\TEMP\FERIADOS.DAT" TO WS-CAMINHO-FER
           END-IF.
           PERFORM ROT-LE-PARAMETROS.

           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "FLUXOCX: cadastro de clientes indisponivel."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "FLUXOCX: arquivo de faturas indisponivel."
               CLOSE CAD-CLIENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem historico de recebimentos todo cliente e tratado
      *    como pontual; sem itens vale o VC; sem feriados so os
      *    fins de semana contam.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV = "00"
               MOVE "S" TO WS-MOV-ABERTO
           END-IF.
           OPEN INPUT ARQ-ITENS.
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
           END-IF.
           OPEN INPUT ARQ-FERIADOS.
           IF COD-ERRO-FER = "00"
               MOVE "S" TO WS-FER-ABERTO
           END-IF.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN INPUT ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               OPEN INPUT ARQ-PARCELAS
               IF COD-ERRO-PAC = "00"
                   MOVE "S" TO WS-ACO-ABERTO
               ELSE
                   CLOSE ARQ-ACORDOS
               END-IF
           END-IF.
           PERFORM ROT-CARREGA-ALIQUOTAS.
           ACCEPT WS-CAMINHO-PTR FROM ENVIRONMENT "PERFTRIB_PATH".
           IF WS-CAMINHO-PTR = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO WS-CAMINHO-PTR
           END-IF.
           OPEN INPUT ARQ-PERFTRIB.
           IF COD-ERRO-PTR = "00"
               MOVE "S" TO WS-PTR-ABERTO
           END-IF.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE-NUM TO WS-HOJE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-FLUXO.

           MOVE ZEROS TO WS-TAB-SEMANAS WS-TOTAIS-PRAZO.
           MOVE WS-HOJE-DIA TO TIT-DIA.
           MOVE WS-HOJE-MES TO TIT-MES.
           MOVE WS-HOJE-ANO TO TIT-ANO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CAB-RISCO.

      *    Cliente a cliente, pela chave: o historico de atraso
      *    dele, as faturas em aberto e as emissoes que ainda vem.
           MOVE ZEROS TO CodCliente.
           START CAD-CLIENTE KEY IS NOT LESS THAN CodCliente
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLI
           END-START.
           PERFORM UNTIL WS-FIM-CLI = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CLI
                   NOT AT END
                       PERFORM ROT-PROCESSA-CLIENTE
               END-READ
           END-PERFORM.

           PERFORM ROT-IMPRIME-SEMANAS.

           CLOSE CAD-CLIENTE.
           CLOSE ARQ-FATURAS.
           IF WS-MOV-ABERTO = "S"
               CLOSE ARQ-MOVPAGTO
           END-IF.
           IF WS-ITS-ABERTO = "S"
               CLOSE ARQ-ITENS
           END-IF.
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.
           IF WS-ACO-ABERTO = "S"
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF.
           IF WS-PTR-ABERTO = "S"
               CLOSE ARQ-PERFTRIB
           END-IF.
           CLOSE REL-FLUXO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Previsao de recebimentos gerada. Faturas em "
                   "aberto: " WS-QTD-ABERTAS.
           GOBACK.

       ROT-PROCESSA-CLIENTE.
           PERFORM ROT-ATRASO-CLIENTE.
           PERFORM ROT-FATURAS-ABERTAS.
           IF WS-ACO-ABERTO = "S"
               PERFORM ROT-PARCELAS-ABERTAS
           END-IF.
           IF CLIENTE-ATIVO
               PERFORM ROT-PERFIL-TRIBUTARIO
               PERFORM VARYING WS-IND-PRJ FROM -1 BY 1
                       UNTIL WS-IND-PRJ > 3
                   PERFORM ROT-PROJETA-COMPETENCIA
               END-PERFORM
           END-IF.

      *    Media dos dias de atraso dos recebimentos do cliente,
      *    contra o vencimento util da fatura de cada movimento.
      *    Estornos nao contam.
       ROT-ATRASO-CLIENTE.
           MOVE ZEROS TO WS-SOMA-ATRASO WS-QTD-RECEB WS-ATRASO-MEDIO
                         WS-CPT-VENC WS-VENC-INT.
           MOVE "N" TO WS-FIM-MOV.
           IF WS-MOV-ABERTO = "N"
               MOVE "S" TO WS-FIM-MOV
           ELSE
               MOVE CodCliente TO MOV-COD-CLIENTE
               MOVE ZEROS      TO MOV-COMPETENCIA MOV-SEQUENCIA
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
                       IF MOV-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-MOV
                       ELSE
                           IF MOV-RECEBIMENTO
                               PERFORM ROT-ATRASO-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-RECEB > ZEROS
               COMPUTE WS-ATRASO-MEDIO ROUNDED =
                   WS-SOMA-ATRASO / WS-QTD-RECEB
           END-IF.

       ROT-ATRASO-MOVIMENTO.
           IF MOV-COMPETENCIA NOT = WS-CPT-VENC
               MOVE MOV-COMPETENCIA TO WS-CPT-VENC
               MOVE ZEROS TO WS-VENC-INT
               MOVE MOV-COD-CLIENTE TO FAT-COD-CLIENTE
               MOVE MOV-COMPETENCIA TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ROT-VENCIMENTO-UTIL
               END-READ
           END-IF.
           MOVE MOV-DATA TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-VENC-INT > ZEROS AND WS-DATA-NUM > ZEROS
               COMPUTE WS-MOV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               COMPUTE WS-ATRASO = WS-MOV-INT - WS-VENC-INT
               IF WS-ATRASO < ZEROS
                   MOVE ZEROS TO WS-ATRASO
               END-IF
               ADD WS-ATRASO TO WS-SOMA-ATRASO
               ADD 1 TO WS-QTD-RECEB
           END-IF.

      *    Faturas abertas e parciais pelo saldo, na data prevista
      *    pelo vencimento mais o atraso medio do cliente. A
      *    fatura que ja passou dessa data esta atrasada alem do
      *    costume do cliente e vai para risco na primeira semana;
      *    cliente suspenso tem todo o saldo em risco.
       ROT-FATURAS-ABERTAS.
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
                           IF FATURA-PENDENTE
                               PERFORM ROT-FATURA-ABERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-FATURA-ABERTA.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-SALDO-FAT > ZEROS
               ADD 1 TO WS-QTD-ABERTAS
               MOVE WS-SALDO-FAT TO WS-VALOR-PREV
               MOVE "A" TO WS-ORIGEM
               MOVE "N" TO WS-EM-RISCO
               PERFORM ROT-VENCIMENTO-UTIL
               IF WS-VENC-INT = ZEROS
                   MOVE "S"         TO WS-EM-RISCO
                   MOVE "VENC.INV." TO WS-MOTIVO
                   MOVE WS-HOJE-INT TO WS-PREV-INT
               ELSE
                   COMPUTE WS-PREV-INT = WS-VENC-INT + WS-ATRASO-MEDIO
                   IF CLIENTE-SUSPENSO
                       MOVE "S"        TO WS-EM-RISCO
                       MOVE "SUSPENSO" TO WS-MOTIVO
                   ELSE
                   IF WS-PREV-INT < WS-HOJE-INT
                       MOVE "S"        TO WS-EM-RISCO
                       MOVE "ATRASADA" TO WS-MOTIVO
                   END-IF
                   END-IF
               END-IF
               IF WS-EM-RISCO = "S"
                   MOVE FAT-NUMERO     TO RSC-NUMERO
                   MOVE FAT-VENCIMENTO TO RSC-VENCTO
                   PERFORM ROT-IMPRIME-RISCO
               END-IF
               PERFORM ROT-APROPRIA
           END-IF.

      *    Parcelas pendentes dos acordos ativos do cliente, pelo
      *    saldo, no vencimento util mais o atraso medio, com o
      *    mesmo criterio de risco da fatura. As faturas
      *    renegociadas no acordo nao estao mais pendentes, entao
      *    a divida nao entra duas vezes.
       ROT-PARCELAS-ABERTAS.
           MOVE "N" TO WS-FIM-ACO.
           MOVE CodCliente TO ACO-COD-CLIENTE.
           MOVE ZEROS      TO ACO-SEQUENCIA.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ACO
           END-START.
           PERFORM UNTIL WS-FIM-ACO = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ACO
                   NOT AT END
                       IF ACO-COD-CLIENTE NOT = CodCliente
                           MOVE "S" TO WS-FIM-ACO
                       ELSE
                           IF ACORDO-ATIVO
                               PERFORM ROT-PARCELAS-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-PARCELAS-ACORDO.
           MOVE "N" TO WS-FIM-PAC.
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
                               PERFORM ROT-PARCELA-ABERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-PARCELA-ABERTA.
           IF PAC-VALOR > PAC-VALOR-PAGO
               COMPUTE WS-SALDO-PAC = PAC-VALOR - PAC-VALOR-PAGO
               ADD 1 TO WS-QTD-PARCELAS
               MOVE WS-SALDO-PAC TO WS-VALOR-PREV
               MOVE "A" TO WS-ORIGEM
               MOVE "N" TO WS-EM-RISCO
               MOVE ZEROS TO WS-VENC-INT
               MOVE PAC-VENCIMENTO TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               IF WS-DATA-NUM > ZEROS
                   MOVE WS-DATA-NUM TO WS-DATA-UTIL-NUM
                   PERFORM ROT-PROXIMO-DIA-UTIL
                   MOVE WS-DIA-UTIL-INT TO WS-VENC-INT
               END-IF
               IF WS-VENC-INT = ZEROS
                   MOVE "S"         TO WS-EM-RISCO
                   MOVE "VENC.INV." TO WS-MOTIVO
                   MOVE WS-HOJE-INT TO WS-PREV-INT
               ELSE
                   COMPUTE WS-PREV-INT = WS-VENC-INT + WS-ATRASO-MEDIO
                   IF CLIENTE-SUSPENSO
                       MOVE "S"        TO WS-EM-RISCO
                       MOVE "SUSPENSO" TO WS-MOTIVO
                   ELSE
                   IF WS-PREV-INT < WS-HOJE-INT
                       MOVE "S"        TO WS-EM-RISCO
                       MOVE "ATRASADA" TO WS-MOTIVO
                   END-IF
                   END-IF
               END-IF
               IF WS-EM-RISCO = "S"
                   MOVE PAC-NOSSO-NUMERO TO RSC-NUMERO
                   MOVE PAC-VENCIMENTO   TO RSC-VENCTO
                   PERFORM ROT-IMPRIME-RISCO
               END-IF
               PERFORM ROT-APROPRIA
           END-IF.

      *    Competencias do mes anterior ate tres meses a frente
      *    ainda nao emitidas, pelo mesmo valor e vencimento que
      *    FATURA usaria: soma dos itens ativos ou VC, liquida das
      *    retencoes na fonte, dia 10 do mes seguinte rolado para
      *    dia util. Nao projeta o que ja venceu nem competencia
      *    depois do fim do contrato.
       ROT-PROJETA-COMPETENCIA.
           MOVE WS-HOJE-ANO TO WS-PRJ-ANO.
           MOVE WS-HOJE-MES TO WS-PRJ-MES.
           IF WS-IND-PRJ < 0
               IF WS-PRJ-MES = 1
                   MOVE 12 TO WS-PRJ-MES
                   SUBTRACT 1 FROM WS-PRJ-ANO
               ELSE
                   SUBTRACT 1 FROM WS-PRJ-MES
               END-IF
           ELSE
               ADD WS-IND-PRJ TO WS-PRJ-MES
               IF WS-PRJ-MES > 12
                   SUBTRACT 12 FROM WS-PRJ-MES
                   ADD 1 TO WS-PRJ-ANO
               END-IF
           END-IF.
           COMPUTE WS-PRJ-COMPET = WS-PRJ-ANO * 100 + WS-PRJ-MES.
           COMPUTE WS-PRJ-INI-NUM = WS-PRJ-COMPET * 100 + 1.

           MOVE CodCliente    TO FAT-COD-CLIENTE.
           MOVE WS-PRJ-COMPET TO FAT-COMPETENCIA.
           READ ARQ-FATURAS
               INVALID KEY
                   MOVE "N" TO WS-JA-EMITIDA
               NOT INVALID KEY
                   MOVE "S" TO WS-JA-EMITIDA
           END-READ.
           IF WS-JA-EMITIDA = "N"
               PERFORM ROT-PROJETA-EMISSAO
           END-IF.

       ROT-PROJETA-EMISSAO.
           MOVE DATA-FIM-CONTR TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           MOVE WS-DATA-NUM TO WS-FIM-CONTR-NUM.
           IF WS-FIM-CONTR-NUM > ZEROS
           AND WS-FIM-CONTR-NUM < WS-PRJ-INI-NUM
               CONTINUE
           ELSE
               IF WS-PRJ-MES = 12
                   COMPUTE WS-DATA-UTIL-NUM =
                       (WS-PRJ-ANO + 1) * 10000 + 110
               ELSE
                   COMPUTE WS-DATA-UTIL-NUM =
                       WS-PRJ-ANO * 10000 + (WS-PRJ-MES + 1) * 100
                       + 10
               END-IF
               PERFORM ROT-PROXIMO-DIA-UTIL
               IF WS-DIA-UTIL-INT NOT < WS-HOJE-INT
                   PERFORM ROT-SOMA-ITENS
                   IF WS-QTD-ITENS > 0
                       MOVE WS-TOTAL-ITENS TO WS-VALOR-PREV
                   ELSE
                       MOVE VC TO WS-VALOR-PREV
                   END-IF
                   PERFORM ROT-CALCULA-RETENCOES
                   SUBTRACT WS-RETIDO-PRJ FROM WS-VALOR-PREV
                   IF WS-VALOR-PREV > ZEROS
                       ADD 1 TO WS-QTD-PROJETADAS
                       MOVE "P" TO WS-ORIGEM
                       MOVE "N" TO WS-EM-RISCO
                       COMPUTE WS-PREV-INT =
                           WS-DIA-UTIL-INT + WS-ATRASO-MEDIO
                       IF WS-ATRASO-MEDIO > WS-DIAS-RISCO
                           MOVE "S"         TO WS-EM-RISCO
                           MOVE "HISTORICO" TO WS-MOTIVO
                           MOVE ZEROS       TO RSC-NUMERO
                           MOVE SPACES      TO RSC-VENCTO
                           STRING WS-DATA-UTIL-NUM(7:2) "/"
                                  WS-DATA-UTIL-NUM(5:2) "/"
                                  WS-DATA-UTIL-NUM(1:4)
                                  DELIMITED BY SIZE INTO RSC-VENCTO
                           PERFORM ROT-IMPRIME-RISCO
                       END-IF
                       PERFORM ROT-APROPRIA
                   END-IF
               END-IF
           END-IF.

      *    Soma os itens de servico ativos do cliente, como na
      *    emissao em FATURA.
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

      *    Aliquota e minimo de cada tributo lidos uma vez na
      *    abertura, como em FATURA; tributo fora da tabela nao e
      *    retido.
       ROT-CARREGA-ALIQUOTAS.
           ACCEPT WS-CAMINHO-ALQ FROM ENVIRONMENT "ALIQUOTAS_PATH".
           IF WS-CAMINHO-ALQ = SPACES
               MOVE "C:\TEMP\ALIQUOTAS.DAT" TO WS-CAMINHO-ALQ
           END-IF.
           MOVE ZEROS TO WS-TAB-ALIQ.
           OPEN INPUT ARQ-ALIQUOTAS.
           IF COD-ERRO-ALQ = "00"
               PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                       UNTIL WS-IND-TRIB > 5
                   MOVE WS-COD-TRIB(WS-IND-TRIB) TO ALQ-CODIGO
                   READ ARQ-ALIQUOTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALQ-PERCENTUAL
                               TO WS-ALIQ-PCT(WS-IND-TRIB)
                           MOVE ALQ-VALOR-MINIMO
                               TO WS-ALIQ-MIN(WS-IND-TRIB)
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALIQUOTAS
           END-IF.

      *    Perfil tributario do cliente, lido uma vez para as
      *    competencias projetadas; sem perfil nada e retido.
       ROT-PERFIL-TRIBUTARIO.
           MOVE "NNNNN" TO WS-TAB-RETEM.
           MOVE ZEROS   TO WS-PCT-ISS-CLI.
           IF WS-PTR-ABERTO = "S"
               MOVE CodCliente TO PTR-COD-CLIENTE
               READ ARQ-PERFTRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTR-RETEM-ISS    TO WS-RETEM(1)
                       MOVE PTR-RETEM-IRRF   TO WS-RETEM(2)
                       MOVE PTR-RETEM-PIS    TO WS-RETEM(3)
                       MOVE PTR-RETEM-COFINS TO WS-RETEM(4)
                       MOVE PTR-RETEM-CSLL   TO WS-RETEM(5)
                       MOVE PTR-ALIQ-ISS     TO WS-PCT-ISS-CLI
               END-READ
           END-IF.

      *    Retencoes sobre o bruto projetado em WS-VALOR-PREV, na
      *    regra de ROT-CALCULA-RETENCOES de FATURA: o ISS usa a
      *    aliquota propria do perfil quando informada e retencao
      *    abaixo do minimo da tabela fica dispensada.
       ROT-CALCULA-RETENCOES.
           MOVE ZEROS TO WS-RETIDO-PRJ.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB > 5
               MOVE WS-ALIQ-PCT(WS-IND-TRIB) TO WS-PCT-USADO
               IF WS-IND-TRIB = 1 AND WS-PCT-ISS-CLI > 0
                   MOVE WS-PCT-ISS-CLI TO WS-PCT-USADO
               END-IF
               IF WS-RETEM(WS-IND-TRIB) = "S" AND WS-PCT-USADO > 0
                   COMPUTE WS-RET-TRIB ROUNDED =
                       WS-VALOR-PREV * WS-PCT-USADO / 100
                   IF WS-RET-TRIB < WS-ALIQ-MIN(WS-IND-TRIB)
                       MOVE ZEROS TO WS-RET-TRIB
                   END-IF
                   ADD WS-RET-TRIB TO WS-RETIDO-PRJ
               END-IF
           END-PERFORM.
           IF WS-RETIDO-PRJ > WS-VALOR-PREV
               MOVE WS-VALOR-PREV TO WS-RETIDO-PRJ
           END-IF.

      *    Lanca o valor na semana da data prevista e nos totais de
      *    30/60/90 dias. Data prevista ja passada conta como hoje.
       ROT-APROPRIA.
           COMPUTE WS-DIAS-FRENTE = WS-PREV-INT - WS-HOJE-INT.
           IF WS-DIAS-FRENTE < ZEROS
               MOVE ZEROS TO WS-DIAS-FRENTE
           END-IF.
           IF WS-EM-RISCO = "S"
               ADD 1 TO WS-QTD-RISCO
           END-IF.
           IF WS-DIAS-FRENTE > 90
               IF WS-EM-RISCO = "S"
                   ADD WS-VALOR-PREV TO WS-RISCO-APOS
               ELSE
                   ADD WS-VALOR-PREV TO WS-PREV-APOS
               END-IF
           ELSE
               COMPUTE WS-IND-SEM = WS-DIAS-FRENTE / 7 + 1
               IF WS-EM-RISCO = "S"
                   ADD WS-VALOR-PREV TO WS-SEM-RISCO(WS-IND-SEM)
                                        WS-RISCO-90
                   IF WS-DIAS-FRENTE NOT > 60
                       ADD WS-VALOR-PREV TO WS-RISCO-60
                   END-IF
                   IF WS-DIAS-FRENTE NOT > 30
                       ADD WS-VALOR-PREV TO WS-RISCO-30
                   END-IF
               ELSE
                   IF WS-ORIGEM = "A"
                       ADD WS-VALOR-PREV TO WS-SEM-ABERTO(WS-IND-SEM)
                   ELSE
                       ADD WS-VALOR-PREV
                           TO WS-SEM-PROJETADO(WS-IND-SEM)
                   END-IF
                   ADD WS-VALOR-PREV TO WS-PREV-90
                   IF WS-DIAS-FRENTE NOT > 60
                       ADD WS-VALOR-PREV TO WS-PREV-60
                   END-IF
                   IF WS-DIAS-FRENTE NOT > 30
                       ADD WS-VALOR-PREV TO WS-PREV-30
                   END-IF
               END-IF
           END-IF.

       ROT-IMPRIME-RISCO.
           MOVE CodCliente    TO RSC-CODIGO.
           MOVE NomeCliente   TO RSC-NOME.
           MOVE WS-MOTIVO     TO RSC-MOTIVO.
           MOVE WS-VALOR-PREV TO RSC-VALOR.
           WRITE LINHA-REL FROM LINHA-RISCO.

       ROT-IMPRIME-SEMANAS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CAB-SEMANA.
           MOVE ZEROS TO WS-ACUMULADO.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
               PERFORM ROT-LINHA-SEMANA
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Proximos 30 dias...:" TO PRZ-ROTULO.
           MOVE WS-PREV-30  TO PRZ-PREVISTO.
           MOVE WS-RISCO-30 TO PRZ-RISCO.
           WRITE LINHA-REL FROM LINHA-PRAZO.
           MOVE "Proximos 60 dias...:" TO PRZ-ROTULO.
           MOVE WS-PREV-60  TO PRZ-PREVISTO.
           MOVE WS-RISCO-60 TO PRZ-RISCO.
           WRITE LINHA-REL FROM LINHA-PRAZO.
           MOVE "Proximos 90 dias...:" TO PRZ-ROTULO.
           MOVE WS-PREV-90  TO PRZ-PREVISTO.
           MOVE WS-RISCO-90 TO PRZ-RISCO.
           WRITE LINHA-REL FROM LINHA-PRAZO.
           MOVE "Depois de 90 dias..:" TO PRZ-ROTULO.
           MOVE WS-PREV-APOS  TO PRZ-PREVISTO.
           MOVE WS-RISCO-APOS TO PRZ-RISCO.
           WRITE LINHA-REL FROM LINHA-PRAZO.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Faturas em aberto consideradas" TO QTD-ROTULO.
           MOVE WS-QTD-ABERTAS TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.
           MOVE "Parcelas de acordo em aberto.." TO QTD-ROTULO.
           MOVE WS-QTD-PARCELAS TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.
           MOVE "Emissoes projetadas..........." TO QTD-ROTULO.
           MOVE WS-QTD-PROJETADAS TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.
           MOVE "Valores em risco.............." TO QTD-ROTULO.
           MOVE WS-QTD-RISCO TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.

       ROT-LINHA-SEMANA.
           COMPUTE WS-SEM-INI-INT =
               WS-HOJE-INT + (WS-IND-SEM - 1) * 7.
           MOVE WS-IND-SEM TO SMN-NUMERO.
           COMPUTE WS-SEM-DATA =
               FUNCTION DATE-OF-INTEGER(WS-SEM-INI-INT).
           MOVE WS-SEM-DATA(7:2) TO SMN-INI-DIA.
           MOVE WS-SEM-DATA(5:2) TO SMN-INI-MES.
           MOVE WS-SEM-DATA(1:4) TO SMN-INI-ANO.
           COMPUTE WS-SEM-DATA =
               FUNCTION DATE-OF-INTEGER(WS-SEM-INI-INT + 6).
           MOVE WS-SEM-DATA(7:2) TO SMN-FIM-DIA.
           MOVE WS-SEM-DATA(5:2) TO SMN-FIM-MES.
           MOVE WS-SEM-DATA(1:4) TO SMN-FIM-ANO.
           COMPUTE WS-SEM-PREVISTO = WS-SEM-ABERTO(WS-IND-SEM)
                                   + WS-SEM-PROJETADO(WS-IND-SEM).
           ADD WS-SEM-PREVISTO TO WS-ACUMULADO.
           MOVE WS-SEM-ABERTO(WS-IND-SEM)    TO SMN-ABERTO.
           MOVE WS-SEM-PROJETADO(WS-IND-SEM) TO SMN-PROJETADO.
           MOVE WS-SEM-PREVISTO              TO SMN-PREVISTO.
           MOVE WS-SEM-RISCO(WS-IND-SEM)     TO SMN-RISCO.
           MOVE WS-ACUMULADO                 TO SMN-ACUMULADO.
           WRITE LINHA-REL FROM LINHA-SEMANA.

      *    Vencimento da fatura em WS-VENC-INT (dias corridos de
      *    INTEGER-OF-DATE), rolado para o dia util seguinte como
      *    em AGING; vencimento ilegivel fica zerado.
       ROT-VENCIMENTO-UTIL.
           MOVE ZEROS TO WS-VENC-INT.
           MOVE FAT-VENCIMENTO TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-DATA-NUM > ZEROS
               MOVE WS-DATA-NUM TO WS-DATA-UTIL-NUM
               PERFORM ROT-PROXIMO-DIA-UTIL
               MOVE WS-DIA-UTIL-INT TO WS-VENC-INT
           END-IF.

      *    DD/MM/AAAA em AAAAMMDD; data ilegivel fica zerada.
       ROT-DATA-NUMERICA.
           MOVE ZEROS TO WS-DATA-NUM.
           IF WS-DATA-TESTE(1:2) IS NUMERIC
           AND WS-DATA-TESTE(3:1) = "/"
           AND WS-DATA-TESTE(4:2) IS NUMERIC
           AND WS-DATA-TESTE(6:1) = "/"
           AND WS-DATA-TESTE(7:4) IS NUMERIC
               MOVE WS-DATA-TESTE(1:2) TO WS-TST-DIA
               MOVE WS-DATA-TESTE(4:2) TO WS-TST-MES
               MOVE WS-DATA-TESTE(7:4) TO WS-TST-ANO
               IF WS-TST-DIA >= 1 AND WS-TST-DIA <= 31
               AND WS-TST-MES >= 1 AND WS-TST-MES <= 12
                   COMPUTE WS-DATA-NUM = WS-TST-ANO * 10000
                                       + WS-TST-MES * 100
                                       + WS-TST-DIA
               END-IF
           END-IF.

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

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "DIAS-RISCO-FLUXO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-DIAS-RISCO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
