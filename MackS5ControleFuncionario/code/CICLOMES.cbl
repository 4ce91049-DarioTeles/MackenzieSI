       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CICLOMES.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-LOG ASSIGN  TO WS-CAMINHO-LOG
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-LOG.

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-CTL.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-FECHMES ASSIGN  TO WS-CAMINHO-FEC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FEC.

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

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CAD.

               SELECT  ARQ-MOVPAGTO ASSIGN  TO WS-CAMINHO-MOV
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOV-CHAVE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-MOV.

               SELECT  ARQ-VENDEDORES ASSIGN  TO WS-CAMINHO-VEN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  VEN-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-VEN.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-LOG
                   LABEL RECORD STANDARD.
       01          LINHA-LOG           PIC X(100).

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
       01          LINHA-CONTROLE      PIC X(20).

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-MOVPAGTO
                   LABEL RECORD STANDARD.
           COPY MOVPAG.

       FD          ARQ-VENDEDORES
                   LABEL RECORD STANDARD.
           COPY VENDREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-LOG   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTL   PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-FEC   PIC XX      VALUE SPACES.
       77      COD-ERRO-FER   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-CAD   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUE SPACES.
       77      COD-ERRO-VEN   PIC XX      VALUE SPACES.
       77      WS-PASSO       PIC 9(1)    VALUE ZEROS.
       77      WS-CADEIA-OK   PIC X       VALUE "S".
       77      WS-NOME-PASSO  PIC X(8)    VALUE SPACES.
       77      WS-RETOMADA    PIC X       VALUE "N".
       77      WS-FORCA-FULL  PIC X(1)    VALUE SPACES.
       77      WS-FIM-CTL     PIC X       VALUE "N".
       77      WS-PASSO-LIDO  PIC 9(1)    VALUE ZEROS.
       77      WS-PRE-OK      PIC X       VALUE "S".
       77      WS-MOTIVO      PIC X(60)   VALUE SPACES.
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-QTD-EMITIDAS PIC 9(5)   VALUE ZEROS.
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-CAMINHO-LOG PIC X(100)  VALUE SPACES.
       77      WS-CAMINHO-CTL PIC X(100)  VALUE SPACES.
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-VEN PIC X(100)
                       VALUE "C:\TEMP\VENDEDORES.DAT".

      *    O ciclo roda a partir do n-esimo dia util do mes, pelo
      *    calendario de FERIADOS; dia nao util nao roda nunca.
      *    Parametro DIA-UTIL-CICLO.
       77      WS-DIA-UTIL-CICLO PIC 9(2) VALUE 1.
       77      WS-CONTA-UTEIS PIC 9(2)    VALUE ZEROS.
       77      WS-DATA-CICLO-NUM PIC 9(8) VALUE ZEROS.
       77      WS-DATA-UTIL-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT PIC 9(7)   VALUE ZEROS.
       77      WS-DIA-SEMANA  PIC 9(1)    VALUE ZEROS.
       77      WS-DIA-UTIL-OK PIC X       VALUE "N".

      *    Operador gravado nas faturas emitidas pelo ciclo.
       77      WS-OPER-CICLO  PIC X(8)    VALUE "BATCH".
       77      WS-DATA-DIA    PIC X(10)   VALUE SPACES.

      *    Passos ja concluidos com OK numa rodada anterior da
      *    mesma competencia: a reexecucao pula esses passos e
      *    retoma do primeiro que falhou, como em FECHADIA.
       01      WS-TAB-FEITOS.
           02 WS-PASSO-FEITO PIC X OCCURS 6 TIMES VALUE "N".

           COPY FECHCOM.
           COPY CICLOCOM.

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).
       01      WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(8).

       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

      *    Log e controle por competencia: a retomada vale para o
      *    ciclo do mes, mesmo que seja refeita em outro dia.
       01      WS-NOME-LOG.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CICLOMES_".
           02 LOG-COMPET      PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".LOG".

       01      WS-NOME-CTL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CICLOMES_".
           02 CTL-COMPET      PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".CTL".

       01      LINHA-PASSO-OK.
           02 CTL-PASSO-NUM   PIC 9(1).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 CTL-PASSO-NOME  PIC X(8).
           02 FILLER          PIC X(3)  VALUE " OK".

       01      LINHA-TITULO.
           02 FILLER        PIC X(31)
                             VALUE "Ciclo mensal da competencia ".
           02 TIT-COMPET-MES PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-COMPET-ANO PIC 9(4).
           02 FILLER        PIC X(7)  VALUE " em ".
           02 TIT-DIA       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-ANO       PIC 9(4).

       01      LINHA-DIA-CICLO.
           02 FILLER        PIC X(31)
                             VALUE "Dia util do ciclo no mes.....: ".
           02 DCI-DIA       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 DCI-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 DCI-ANO       PIC 9(4).

       01      LINHA-RETOMADA  PIC X(50) VALUE
               "Reexecucao: retomando do primeiro passo pendente.".

       01      LINHA-PASSO.
           02 FILLER        PIC X(6)  VALUE "Passo ".
           02 DET-PASSO     PIC 9(1).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-NOME      PIC X(8).
           02 FILLER        PIC X(12) VALUE " registros: ".
           02 DET-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(9)  VALUE " status: ".
           02 DET-STATUS    PIC XX.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-RESULTADO PIC X(12).

       01      LINHA-PULADO.
           02 FILLER        PIC X(6)  VALUE "Passo ".
           02 PUL-PASSO     PIC 9(1).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 PUL-NOME      PIC X(8).
           02 FILLER        PIC X(33)
                             VALUE " pulado (ja OK na competencia).".

       01      LINHA-RECUSA.
           02 FILLER        PIC X(6)  VALUE "Passo ".
           02 RCS-PASSO     PIC 9(1).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 RCS-NOME      PIC X(8).
           02 FILLER        PIC X(14) VALUE " nao executado".
           02 FILLER        PIC X(2)  VALUE ": ".
           02 RCS-MOTIVO    PIC X(60).

       01      LINHA-FIM       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DATA-DIA.
           STRING WS-DIA-HOJE "/" WS-MES-HOJE "/" WS-ANO-HOJE
               DELIMITED BY SIZE INTO WS-DATA-DIA.

      *    Competencia do ciclo: por padrao o mes corrente, como a
      *    emissao em FATURA; CICLOMES_COMPETENCIA (AAAAMM) refaz
      *    o ciclo de um mes anterior.
           MOVE WS-ANO-HOJE TO WS-COMPET-ANO.
           MOVE WS-MES-HOJE TO WS-COMPET-MES.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "CICLOMES_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
           IF WS-COMPET-MES < 1 OR WS-COMPET-MES > 12
               DISPLAY "CICLOMES: competencia invalida "
                       WS-COMPETENCIA-NUM "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
           END-IF.
           ACCEPT WS-CAMINHO-FER FROM ENVIRONMENT "FERIADOS_PATH".
           IF WS-CAMINHO-FER = SPACES
               MOVE "C:\TEMP\FERIADOS.DAT" TO WS-CAMINHO-FER
           END-IF.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-MOV FROM ENVIRONMENT "MOVPAGTO_PATH".
           IF WS-CAMINHO-MOV = SPACES
               MOVE "C:\TEMP\MOVPAGTO.DAT" TO WS-CAMINHO-MOV
           END-IF.
           ACCEPT WS-CAMINHO-VEN FROM ENVIRONMENT "VENDEDORES_PATH".
           IF WS-CAMINHO-VEN = SPACES
               MOVE "C:\TEMP\VENDEDORES.DAT" TO WS-CAMINHO-VEN
           END-IF.
           PERFORM ROT-LE-PARAMETROS.

      *    Dia do ciclo: hoje precisa ser dia util e nao anterior
      *    ao dia util marcado para o ciclo no mes. Sem FERIADOS
      *    so os fins de semana contam.
           OPEN INPUT ARQ-FERIADOS.
           IF COD-ERRO-FER = "00"
               MOVE "S" TO WS-FER-ABERTO
           END-IF.
           PERFORM ROT-DIA-DO-CICLO.
           MOVE WS-DATA-HOJE-NUM TO WS-DATA-UTIL-NUM.
           PERFORM ROT-PROXIMO-DIA-UTIL.
           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.
           IF WS-DATA-UTIL-NUM NOT = WS-DATA-HOJE-NUM
               DISPLAY "CICLOMES: hoje nao e dia util; ciclo nao roda."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DATA-HOJE-NUM < WS-DATA-CICLO-NUM
               DISPLAY "CICLOMES: antes do dia util do ciclo ("
                       WS-DATA-CICLO-NUM "); ciclo nao roda."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-COMPETENCIA-NUM TO LOG-COMPET CTL-COMPET.
           MOVE WS-NOME-LOG TO WS-CAMINHO-LOG.
           MOVE WS-NOME-CTL TO WS-CAMINHO-CTL.

      *    CICLOMES_COMPLETO=S ignora o controle da competencia e
      *    roda o ciclo inteiro de novo.
           ACCEPT WS-FORCA-FULL FROM ENVIRONMENT "CICLOMES_COMPLETO".
           IF WS-FORCA-FULL NOT = "S"
               PERFORM ROT-LE-CONTROLE
           END-IF.

           IF WS-RETOMADA = "S"
               OPEN EXTEND ARQ-LOG
               OPEN EXTEND ARQ-CONTROLE
           ELSE
               OPEN OUTPUT ARQ-LOG
               OPEN OUTPUT ARQ-CONTROLE
           END-IF.

           MOVE WS-COMPET-MES TO TIT-COMPET-MES.
           MOVE WS-COMPET-ANO TO TIT-COMPET-ANO.
           MOVE WS-DIA-HOJE TO TIT-DIA.
           MOVE WS-MES-HOJE TO TIT-MES.
           MOVE WS-ANO-HOJE TO TIT-ANO.
           WRITE LINHA-LOG FROM LINHA-TITULO.
           MOVE WS-DATA-CICLO-NUM(7:2) TO DCI-DIA.
           MOVE WS-DATA-CICLO-NUM(5:2) TO DCI-MES.
           MOVE WS-DATA-CICLO-NUM(1:4) TO DCI-ANO.
           WRITE LINHA-LOG FROM LINHA-DIA-CICLO.
           IF WS-RETOMADA = "S"
               WRITE LINHA-LOG FROM LINHA-RETOMADA
               DISPLAY "Retomando do primeiro passo pendente."
           END-IF.

      *    Os programas do ciclo passam a usar a competencia do
      *    driver enquanto a marca estiver ligada.
           MOVE "S" TO CIC-EM-CICLO.
           MOVE WS-COMPETENCIA-NUM TO CIC-COMPETENCIA.

      *    Ordem de dependencia: a emissao gera as faturas que a
      *    remessa manda ao banco; a cobranca e a suspensao olham
      *    o atraso ja com o mes emitido; a liquidacao de
      *    comissoes fecha o ciclo sobre os recebimentos do mes
      *    anterior; por ultimo o score de pagamento e o limite de
      *    credito sao reapurados com o mes anterior ja fechado.
      *    Cada passo confere suas precondicoes antes de
      *    rodar, e um passo recusado ou com falha interrompe o
      *    ciclo.

           DISPLAY "Ciclo mensal iniciado: " WS-COMPETENCIA-NUM.

           MOVE 1 TO WS-PASSO.
           MOVE "FATURA"   TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(1) = "N"
               PERFORM ROT-PRE-FATURA
               IF WS-PRE-OK = "S"
                   CALL "FATURA" USING WS-DATA-DIA WS-OPER-CICLO
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE 2 TO WS-PASSO.
           MOVE "REMESSA"  TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(2) = "N"
               PERFORM ROT-PRE-REMESSA
               IF WS-PRE-OK = "S"
                   CALL "REMESSA"
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE 3 TO WS-PASSO.
           MOVE "COBRANCA" TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(3) = "N"
               PERFORM ROT-PRE-FATURAS-CAD
               IF WS-PRE-OK = "S"
                   CALL "COBRANCA"
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE 4 TO WS-PASSO.
           MOVE "SUSPENDE" TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(4) = "N"
               PERFORM ROT-PRE-FATURAS-CAD
               IF WS-PRE-OK = "S"
                   CALL "SUSPENDE"
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE 5 TO WS-PASSO.
           MOVE "LIQCOM"   TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(5) = "N"
               PERFORM ROT-PRE-LIQCOM
               IF WS-PRE-OK = "S"
                   CALL "LIQCOM"
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE 6 TO WS-PASSO.
           MOVE "CREDSCOR" TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(6) = "N"
               PERFORM ROT-PRE-FATURAS-CAD
               IF WS-PRE-OK = "S"
                   CALL "CREDSCOR"
                   PERFORM ROT-REGISTRA-PASSO
               ELSE
                   PERFORM ROT-REGISTRA-RECUSA
               END-IF
           END-IF.

           MOVE "N" TO CIC-EM-CICLO.

           IF WS-CADEIA-OK = "S"
               MOVE "Ciclo mensal concluido sem falhas." TO LINHA-FIM
           ELSE
               MOVE "Ciclo interrompido por falha ou precondicao."
                   TO LINHA-FIM
           END-IF.
           WRITE LINHA-LOG FROM LINHA-FIM.
           CLOSE ARQ-LOG.
           CLOSE ARQ-CONTROLE.

           DISPLAY LINHA-FIM.
           DISPLAY "Log do ciclo: " WS-CAMINHO-LOG.
           IF WS-CADEIA-OK = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Le o controle da competencia, quando existe: cada linha
      *    "n NOME OK" marca um passo ja concluido, e a rodada vira
      *    uma retomada.
       ROT-LE-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF COD-ERRO-CTL = "00"
               MOVE "N" TO WS-FIM-CTL
               PERFORM UNTIL WS-FIM-CTL = "S"
                   READ ARQ-CONTROLE
                       AT END
                           MOVE "S" TO WS-FIM-CTL
                       NOT AT END
                           IF LINHA-CONTROLE(1:1) IS NUMERIC
                               MOVE LINHA-CONTROLE(1:1)
                                   TO WS-PASSO-LIDO
                               IF WS-PASSO-LIDO >= 1
                               AND WS-PASSO-LIDO <= 6
                                   MOVE "S" TO
                                       WS-PASSO-FEITO(WS-PASSO-LIDO)
                                   MOVE "S" TO WS-RETOMADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF.

       ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S"
               IF WS-PASSO-FEITO(WS-PASSO) = "S"
                   MOVE WS-PASSO      TO PUL-PASSO
                   MOVE WS-NOME-PASSO TO PUL-NOME
                   WRITE LINHA-LOG FROM LINHA-PULADO
                   DISPLAY "Pulando " WS-NOME-PASSO " (ja OK)."
               ELSE
                   PERFORM ROT-PREPARA-PASSO
               END-IF
           END-IF.

       ROT-PREPARA-PASSO.
           DISPLAY "Executando " WS-NOME-PASSO "...".
           MOVE ZEROS TO RETURN-CODE.
           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.
           MOVE "S"   TO WS-PRE-OK.
           MOVE SPACES TO WS-MOTIVO.

       ROT-REGISTRA-PASSO.
           MOVE WS-PASSO           TO DET-PASSO.
           MOVE WS-NOME-PASSO      TO DET-NOME.
           MOVE FECH-QTD-REGISTROS TO DET-QTD.
           MOVE FECH-COD-STATUS    TO DET-STATUS.
           IF RETURN-CODE = ZEROS
               MOVE "OK"           TO DET-RESULTADO
               MOVE WS-PASSO       TO CTL-PASSO-NUM
               MOVE WS-NOME-PASSO  TO CTL-PASSO-NOME
               WRITE LINHA-CONTROLE FROM LINHA-PASSO-OK
           ELSE
               MOVE "FALHOU"       TO DET-RESULTADO
               MOVE "N" TO WS-CADEIA-OK
           END-IF.
           WRITE LINHA-LOG FROM LINHA-PASSO.

       ROT-REGISTRA-RECUSA.
           MOVE WS-PASSO      TO RCS-PASSO.
           MOVE WS-NOME-PASSO TO RCS-NOME.
           MOVE WS-MOTIVO     TO RCS-MOTIVO.
           WRITE LINHA-LOG FROM LINHA-RECUSA.
           DISPLAY WS-NOME-PASSO " nao executado: " WS-MOTIVO.
           MOVE "N" TO WS-CADEIA-OK.

      *    Emissao: a competencia nao pode estar fechada em
      *    FECHMES (a propria FATURA recusa, mas aqui o motivo
      *    fica no log do ciclo).
       ROT-PRE-FATURA.
           OPEN INPUT ARQ-FECHMES.
           IF COD-ERRO-FEC = "00"
               MOVE WS-COMPETENCIA-NUM TO FEC-COMPETENCIA
               READ ARQ-FECHMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MES-FECHADO
                           MOVE "N" TO WS-PRE-OK
                           MOVE "competencia fechada em FECHMES."
                               TO WS-MOTIVO
                       END-IF
               END-READ
               CLOSE ARQ-FECHMES
           END-IF.

      *    Remessa: so com faturas emitidas na competencia; a
      *    emissao que nao gerou nada nao tem o que mandar ao
      *    banco.
       ROT-PRE-REMESSA.
           MOVE ZEROS TO WS-QTD-EMITIDAS.
           MOVE "N" TO WS-FIM-FAT.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               MOVE "N" TO WS-PRE-OK
               MOVE "arquivo de faturas indisponivel." TO WS-MOTIVO
           ELSE
               PERFORM UNTIL WS-FIM-FAT = "S"
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-FAT
                       NOT AT END
                           IF FAT-COMPETENCIA = WS-COMPETENCIA-NUM
                           AND NOT FATURA-CANCELADA
                               ADD 1 TO WS-QTD-EMITIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
               IF WS-QTD-EMITIDAS = ZEROS
                   MOVE "N" TO WS-PRE-OK
                   MOVE "competencia sem faturas emitidas."
                       TO WS-MOTIVO
               END-IF
           END-IF.

      *    Cobranca e suspensao trabalham sobre faturas e cadastro.
       ROT-PRE-FATURAS-CAD.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               MOVE "N" TO WS-PRE-OK
               MOVE "arquivo de faturas indisponivel." TO WS-MOTIVO
           ELSE
               CLOSE ARQ-FATURAS
               OPEN INPUT CAD-CLIENTE
               IF COD-ERRO-CAD NOT = "00"
                   MOVE "N" TO WS-PRE-OK
                   MOVE "cadastro de clientes indisponivel."
                       TO WS-MOTIVO
               ELSE
                   CLOSE CAD-CLIENTE
               END-IF
           END-IF.

      *    Liquidacao: precisa dos vendedores e dos recebimentos.
       ROT-PRE-LIQCOM.
           OPEN INPUT ARQ-VENDEDORES.
           IF COD-ERRO-VEN NOT = "00"
               MOVE "N" TO WS-PRE-OK
               MOVE "cadastro de vendedores indisponivel."
                   TO WS-MOTIVO
           ELSE
               CLOSE ARQ-VENDEDORES
               OPEN INPUT ARQ-MOVPAGTO
               IF COD-ERRO-MOV NOT = "00"
                   MOVE "N" TO WS-PRE-OK
                   MOVE "arquivo de recebimentos indisponivel."
                       TO WS-MOTIVO
               ELSE
                   CLOSE ARQ-MOVPAGTO
               END-IF
           END-IF.

      *    Data do n-esimo dia util do mes corrente: parte do dia
      *    1, rola para o primeiro dia util e avanca de dia util
      *    em dia util ate completar a contagem.
       ROT-DIA-DO-CICLO.
           COMPUTE WS-DATA-UTIL-NUM = WS-ANO-HOJE * 10000
                                    + WS-MES-HOJE * 100 + 1.
           PERFORM ROT-PROXIMO-DIA-UTIL.
           MOVE 1 TO WS-CONTA-UTEIS.
           PERFORM UNTIL WS-CONTA-UTEIS >= WS-DIA-UTIL-CICLO
               COMPUTE WS-DATA-UTIL-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-UTIL-INT + 1)
               PERFORM ROT-PROXIMO-DIA-UTIL
               ADD 1 TO WS-CONTA-UTEIS
           END-PERFORM.
           MOVE WS-DATA-UTIL-NUM TO WS-DATA-CICLO-NUM.

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
               MOVE "DIA-UTIL-CICLO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR >= 1 AND PAR-VALOR <= 20
                           MOVE PAR-VALOR TO WS-DIA-UTIL-CICLO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
