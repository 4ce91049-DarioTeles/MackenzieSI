       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CTBEXP.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-MOVPAGTO ASSIGN  TO WS-CAMINHO-MOV
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOV-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-MOV.

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  ARQ-CONTAMAP ASSIGN  TO WS-CAMINHO-CTM
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTM-EVENTO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTM.

               SELECT  ARQ-FECHMES ASSIGN  TO WS-CAMINHO-FEC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FEC.

               SELECT  ARQ-LOTECTB ASSIGN  TO WS-CAMINHO-LTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  LTC-COMPETENCIA
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-LTC.

               SELECT  ARQ-TRABALHO ASSIGN  TO WS-CAMINHO-TRB
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-TRB.

               SELECT  ARQ-DIARIO ASSIGN  TO WS-CAMINHO-DIA
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-DIA.

               SELECT  REL-RESUMO ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-MOVPAGTO
                   LABEL RECORD STANDARD.
           COPY MOVPAG.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-CONTAMAP
                   LABEL RECORD STANDARD.
           COPY CTBMAP.

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          ARQ-LOTECTB
                   LABEL RECORD STANDARD.
           COPY LOTCTB.

       FD          ARQ-TRABALHO
                   LABEL RECORD STANDARD.
       01          LINHA-TRABALHO      PIC X(120).

       FD          ARQ-DIARIO
                   LABEL RECORD STANDARD.
       01          LINHA-DIARIO        PIC X(120).

       FD          REL-RESUMO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "CTBEXP".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\CTBEXP_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUE SPACES.
       77      COD-ERRO-NTC   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTM   PIC XX      VALUE SPACES.
       77      COD-ERRO-FEC   PIC XX      VALUE SPACES.
       77      COD-ERRO-LTC   PIC XX      VALUE SPACES.
       77      COD-ERRO-TRB   PIC XX      VALUE SPACES.
       77      COD-ERRO-DIA   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-MES-FECHADO PIC X       VALUE "N".
       77      WS-LOTE-EXISTE PIC X       VALUE "N".
       77      WS-LIBERADO    PIC X       VALUE "N".
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-MOV-COMPET  PIC 9(6)    VALUE ZEROS.
       77      WS-MOV-MES     PIC 9(2)    VALUE ZEROS.
       77      WS-MOV-ANO     PIC 9(4)    VALUE ZEROS.
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-IND-EVT     PIC 9(2)    VALUE ZEROS.
       77      WS-QTD-LINHAS  PIC 9(7)    VALUE ZEROS.
       77      WS-TOT-DEBITO  PIC 9(13)V99 VALUE ZEROS.
       77      WS-TOT-CREDITO PIC 9(13)V99 VALUE ZEROS.
       77      WS-TOT-SEM-CONTA PIC 9(5)  VALUE ZEROS.
       77      WS-VALOR-LANC  PIC 9(10)V99 VALUE ZEROS.
       77      WS-DATA-LANC   PIC X(10)   VALUE SPACES.
       77      WS-DOC-LANC    PIC 9(6)    VALUE ZEROS.
       77      WS-CLI-LANC    PIC 9(6)    VALUE ZEROS.
       77      WS-RETIDO      PIC 9(10)V99 VALUE ZEROS.
       77      WS-PAGO-ANTES  PIC 9(11)V99 VALUE ZEROS.
       77      WS-PAGO-ACUM   PIC 9(11)V99 VALUE ZEROS.
       77      WS-DEVIDO      PIC 9(11)V99 VALUE ZEROS.
       77      WS-ACHOU-FAT   PIC X       VALUE "N".
       77      WS-CLI-ANT     PIC 9(6)    VALUE ZEROS.
       77      WS-CPT-ANT     PIC 9(6)    VALUE ZEROS.
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-CTM PIC X(100)
                       VALUE "C:\TEMP\CONTAMAP.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".
       77      WS-CAMINHO-LTC PIC X(100)
                       VALUE "C:\TEMP\LOTECTB.DAT".
       77      WS-CAMINHO-TRB PIC X(100) VALUE SPACES.
       77      WS-CAMINHO-DIA PIC X(100) VALUE SPACES.

       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).

       01      WS-DATA-HOJE-EDT.
           02 WS-HOJE-DIA     PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-HOJE-MES     PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-HOJE-ANO     PIC 9(4).

      *    A emissao e a retencao sao lancadas no primeiro dia da
      *    competencia da fatura.
       01      WS-DATA-COMPET.
           02 FILLER          PIC X(3)  VALUE "01/".
           02 WS-DCP-MES      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-DCP-ANO      PIC 9(4).

       01      WS-NOME-TRABALHO.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONTABIL_".
           02 NTB-COMPET      PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TMP".

       01      WS-NOME-DIARIO.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONTABIL_".
           02 NDI-COMPET      PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

      *    Eventos contabeis na ordem do de-para de CONTAMAP; as
      *    contas sao carregadas uma vez na abertura.
       01      WS-TAB-COD-EVT.
           02 FILLER          PIC X(10) VALUE "EMISSAO".
           02 FILLER          PIC X(10) VALUE "RETENCAO".
           02 FILLER          PIC X(10) VALUE "CREDITO".
           02 FILLER          PIC X(10) VALUE "RECEBTO".
           02 FILLER          PIC X(10) VALUE "ESTORNO".
           02 FILLER          PIC X(10) VALUE "MULTA".
           02 FILLER          PIC X(10) VALUE "JUROS".
       01      WS-TAB-COD-EVT-R REDEFINES WS-TAB-COD-EVT.
           02 WS-COD-EVT      PIC X(10) OCCURS 7 TIMES.

       01      WS-TAB-EVENTOS.
           02 WS-EVT          OCCURS 7 TIMES.
               03 WS-EVT-DEB      PIC X(20).
               03 WS-EVT-CRED     PIC X(20).
               03 WS-EVT-HIST     PIC X(30).
               03 WS-EVT-QTD      PIC 9(5).
               03 WS-EVT-VALOR    PIC 9(13)V99.

      *    Arquivo para o sistema de contabilidade: cabecalho do
      *    lote, duas linhas (debito e credito) por evento e o
      *    rodape com os totais, que sempre fecham.
       01      DIA-CABECALHO.
           02 FILLER        PIC X(1)  VALUE "0".
           02 FILLER        PIC X(8)  VALUE "CONTABIL".
           02 CAB-COMPET    PIC 9(6).
           02 CAB-SITUACAO  PIC X(1).
           02 CAB-DATA      PIC X(10).
           02 FILLER        PIC X(94) VALUE SPACES.

       01      DIA-LANCAMENTO.
           02 FILLER        PIC X(1)  VALUE "1".
           02 LCT-DATA      PIC X(10).
           02 LCT-CONTA     PIC X(20).
           02 LCT-NATUREZA  PIC X(1).
           02 LCT-VALOR     PIC 9(13)V99.
           02 LCT-EVENTO    PIC X(10).
           02 LCT-DOCUMENTO PIC 9(6).
           02 LCT-CLIENTE   PIC 9(6).
           02 LCT-HISTORICO PIC X(30).
           02 FILLER        PIC X(21) VALUE SPACES.

       01      DIA-RODAPE.
           02 FILLER        PIC X(1)  VALUE "9".
           02 ROD-QTD       PIC 9(7).
           02 ROD-DEBITO    PIC 9(15)V99.
           02 ROD-CREDITO   PIC 9(15)V99.
           02 FILLER        PIC X(78) VALUE SPACES.

       01      LINHA-TITULO.
           02 FILLER        PIC X(38) VALUE
               "Exportacao contabil - competencia ".
           02 TIT-COMPET-MES PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-COMPET-ANO PIC 9(4).
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 TIT-SITUACAO  PIC X(12).

       01      LINHA-EVENTO.
           02 EVR-EVENTO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 EVR-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 EVR-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 EVR-DEB       PIC X(20).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EVR-CRED      PIC X(20).

       01      LINHA-TOT-DEB.
           02 FILLER        PIC X(26)
                             VALUE "Total a debito..........:".
           02 TOT-DEBITO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-CRED.
           02 FILLER        PIC X(26)
                             VALUE "Total a credito.........:".
           02 TOT-CREDITO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-LIN.
           02 FILLER        PIC X(26)
                             VALUE "Linhas de lancamento....:".
           02 TOT-LINHAS    PIC Z.ZZZ.ZZ9.

       01      LINHA-SEM-CONTA.
           02 FILLER        PIC X(26)
                             VALUE "Lancamentos sem conta...:".
           02 TOT-SEM-CONTA PIC ZZ.ZZ9.

       01      LINHA-RESULTADO.
           02 FILLER        PIC X(10) VALUE "Arquivo: ".
           02 RES-TEXTO     PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-MOV FROM ENVIRONMENT "MOVPAGTO_PATH".
           IF WS-CAMINHO-MOV = SPACES
               MOVE "C:\TEMP\MOVPAGTO.DAT" TO WS-CAMINHO-MOV
           END-IF.
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.
           ACCEPT WS-CAMINHO-CTM FROM ENVIRONMENT "CONTAMAP_PATH".
           IF WS-CAMINHO-CTM = SPACES
               MOVE "C:\TEMP\CONTAMAP.DAT" TO WS-CAMINHO-CTM
           END-IF.
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
           END-IF.
           ACCEPT WS-CAMINHO-LTC FROM ENVIRONMENT "LOTECTB_PATH".
           IF WS-CAMINHO-LTC = SPACES
               MOVE "C:\TEMP\LOTECTB.DAT" TO WS-CAMINHO-LTC
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DIA-HOJE TO WS-HOJE-DIA.
           MOVE WS-MES-HOJE TO WS-HOJE-MES.
           MOVE WS-ANO-HOJE TO WS-HOJE-ANO.

      *    Competencia a exportar: por padrao o mes anterior, que
      *    a contabilidade fecha no inicio do mes seguinte; pode
      *    ser forcada via variavel de ambiente (AAAAMM), como a
      *    liquidacao de comissoes.
           MOVE WS-ANO-HOJE TO WS-COMPET-ANO.
           MOVE WS-MES-HOJE TO WS-COMPET-MES.
           IF WS-COMPET-MES = 1
               MOVE 12 TO WS-COMPET-MES
               SUBTRACT 1 FROM WS-COMPET-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES
           END-IF.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "CONTAB_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
           MOVE WS-COMPET-MES TO WS-DCP-MES.
           MOVE WS-COMPET-ANO TO WS-DCP-ANO.
           MOVE WS-COMPETENCIA-NUM TO NTB-COMPET NDI-COMPET.
           MOVE WS-NOME-TRABALHO TO WS-CAMINHO-TRB.
           MOVE WS-NOME-DIARIO   TO WS-CAMINHO-DIA.

      *    Mes fechado em FECHMES gera o lote definitivo, uma unica
      *    vez; com o mes aberto o lote e provisorio e pode ser
      *    refeito quantas vezes for preciso.
           OPEN INPUT ARQ-FECHMES.
           IF COD-ERRO-FEC = "00"
               MOVE WS-COMPETENCIA-NUM TO FEC-COMPETENCIA
               READ ARQ-FECHMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MES-FECHADO
                           MOVE "S" TO WS-MES-FECHADO
                       END-IF
               END-READ
               CLOSE ARQ-FECHMES
           END-IF.

           OPEN I-O ARQ-LOTECTB.
           IF COD-ERRO-LTC NOT = "00"
               OPEN OUTPUT ARQ-LOTECTB
               CLOSE ARQ-LOTECTB
               OPEN I-O ARQ-LOTECTB
           END-IF.
           MOVE WS-COMPETENCIA-NUM TO LTC-COMPETENCIA.
           READ ARQ-LOTECTB
               INVALID KEY
                   MOVE "N" TO WS-LOTE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-LOTE-EXISTE
           END-READ.
           IF WS-LOTE-EXISTE = "S" AND LOTE-DEFINITIVO
               DISPLAY "Competencia " WS-COMPETENCIA-NUM
                       " ja exportada em definitivo em " LTC-DATA
               DISPLAY "Mes fechado nao e exportado de novo."
               CLOSE ARQ-LOTECTB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               CLOSE ARQ-LOTECTB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ROT-CARREGA-CONTAS.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-RESUMO.
           MOVE WS-COMPET-MES TO TIT-COMPET-MES.
           MOVE WS-COMPET-ANO TO TIT-COMPET-ANO.
           IF WS-MES-FECHADO = "S"
               MOVE "DEFINITIVO" TO TIT-SITUACAO
           ELSE
               MOVE "PROVISORIO" TO TIT-SITUACAO
           END-IF.
           WRITE LINHA-REL FROM LINHA-TITULO.

           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM ROT-LANCA-EMISSOES.
           PERFORM ROT-LANCA-NOTAS.
           PERFORM ROT-LANCA-MOVIMENTOS.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-FATURAS.

      *    O arquivo so e liberado para a contabilidade se todo
      *    evento tem conta e os debitos batem com os creditos;
      *    senao fica apenas o arquivo de trabalho e o resumo
      *    aponta o motivo.
           IF WS-TOT-SEM-CONTA > 0
               MOVE "nao liberado: evento sem conta em CONTAMAP."
                   TO RES-TEXTO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
               MOVE "nao liberado: debitos diferentes dos creditos."
                   TO RES-TEXTO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-QTD-LINHAS = ZEROS
               MOVE "nenhum lancamento na competencia."
                   TO RES-TEXTO
           ELSE
               PERFORM ROT-LIBERA-DIARIO
               MOVE WS-CAMINHO-DIA TO RES-TEXTO
           END-IF
           END-IF
           END-IF.

           PERFORM ROT-IMPRIME-RESUMO.
           CLOSE ARQ-LOTECTB.
           CLOSE REL-RESUMO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           IF WS-LIBERADO = "S"
               DISPLAY "Lancamentos exportados: " WS-CAMINHO-DIA
           ELSE
               DISPLAY "Arquivo contabil " RES-TEXTO
           END-IF.
           DISPLAY "Resumo em " WS-CAMINHO-REL.
           GOBACK.

       ROT-CARREGA-CONTAS.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > 7
               MOVE SPACES TO WS-EVT-DEB(WS-IND-EVT)
                              WS-EVT-CRED(WS-IND-EVT)
                              WS-EVT-HIST(WS-IND-EVT)
               MOVE ZEROS  TO WS-EVT-QTD(WS-IND-EVT)
                              WS-EVT-VALOR(WS-IND-EVT)
           END-PERFORM.
           OPEN INPUT ARQ-CONTAMAP.
           IF COD-ERRO-CTM = "00"
               PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                       UNTIL WS-IND-EVT > 7
                   MOVE WS-COD-EVT(WS-IND-EVT) TO CTM-EVENTO
                   READ ARQ-CONTAMAP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CTM-CONTA-DEB
                               TO WS-EVT-DEB(WS-IND-EVT)
                           MOVE CTM-CONTA-CRED
                               TO WS-EVT-CRED(WS-IND-EVT)
                           MOVE CTM-HISTORICO
                               TO WS-EVT-HIST(WS-IND-EVT)
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAMAP
           END-IF.

      *    Faturas da competencia: a emissao pelo valor bruto e,
      *    quando ha, os tributos retidos pelo cliente. A fatura
      *    cancelada depois tambem entra: o cancelamento sai como
      *    nota de credito.
       ROT-LANCA-EMISSOES.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE ZEROS TO FAT-COD-CLIENTE FAT-COMPETENCIA.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQ
           END-START.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF FAT-COMPETENCIA = WS-COMPETENCIA-NUM
                           PERFORM ROT-LANCA-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-LANCA-FATURA.
           MOVE WS-DATA-COMPET TO WS-DATA-LANC.
           MOVE FAT-VALOR      TO WS-VALOR-LANC.
           MOVE FAT-NUMERO     TO WS-DOC-LANC.
           MOVE FAT-COD-CLIENTE TO WS-CLI-LANC.
           MOVE 1 TO WS-IND-EVT.
           PERFORM ROT-GRAVA-PARTIDAS.
           COMPUTE WS-RETIDO = FAT-RET-ISS + FAT-RET-IRRF
                             + FAT-RET-PIS + FAT-RET-COFINS
                             + FAT-RET-CSLL.
           IF WS-RETIDO > 0
               MOVE WS-RETIDO TO WS-VALOR-LANC
               MOVE 2 TO WS-IND-EVT
               PERFORM ROT-GRAVA-PARTIDAS
           END-IF.

      *    Notas de credito e cancelamentos emitidos no mes, pela
      *    data da nota.
       ROT-LANCA-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF COD-ERRO-NTC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE NTC-DATA TO WS-DATA-TESTE
                           PERFORM ROT-COMPET-DA-DATA
                           IF WS-MOV-COMPET = WS-COMPETENCIA-NUM
                               PERFORM ROT-LANCA-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
           END-IF.

       ROT-LANCA-NOTA.
           MOVE NTC-DATA        TO WS-DATA-LANC.
           MOVE NTC-VALOR       TO WS-VALOR-LANC.
           MOVE NTC-NUM-FATURA  TO WS-DOC-LANC.
           MOVE NTC-COD-CLIENTE TO WS-CLI-LANC.
           MOVE 3 TO WS-IND-EVT.
           PERFORM ROT-GRAVA-PARTIDAS.

      *    Recebimentos e estornos do mes, pela data do movimento.
      *    Os movimentos vem na ordem da chave, fatura a fatura, e
      *    o acumulado pago de cada fatura diz em que recebimento
      *    ela foi quitada: multa e juros sao lancados nesse
      *    momento, quando deixam de poder mudar. O estorno zera o
      *    acumulado, como zera a baixa em ESTORNO.
       ROT-LANCA-MOVIMENTOS.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV = "00"
               MOVE "N" TO WS-FIM-ARQ
               MOVE ZEROS TO WS-CLI-ANT WS-CPT-ANT
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MOVPAGTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM ROT-AVALIA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVPAGTO
           END-IF.

       ROT-AVALIA-MOVIMENTO.
           IF MOV-COD-CLIENTE NOT = WS-CLI-ANT
           OR MOV-COMPETENCIA NOT = WS-CPT-ANT
               PERFORM ROT-NOVA-FATURA
           END-IF.
           MOVE MOV-DATA TO WS-DATA-TESTE.
           PERFORM ROT-COMPET-DA-DATA.
           MOVE MOV-DATA        TO WS-DATA-LANC.
           MOVE MOV-VALOR       TO WS-VALOR-LANC.
           MOVE MOV-NUMERO      TO WS-DOC-LANC.
           MOVE MOV-COD-CLIENTE TO WS-CLI-LANC.
           IF MOV-ESTORNO
               MOVE ZEROS TO WS-PAGO-ACUM
               IF WS-MOV-COMPET = WS-COMPETENCIA-NUM
                   MOVE 5 TO WS-IND-EVT
                   PERFORM ROT-GRAVA-PARTIDAS
               END-IF
           ELSE
               MOVE WS-PAGO-ACUM TO WS-PAGO-ANTES
               ADD MOV-VALOR TO WS-PAGO-ACUM
               IF WS-MOV-COMPET = WS-COMPETENCIA-NUM
                   MOVE 4 TO WS-IND-EVT
                   PERFORM ROT-GRAVA-PARTIDAS
                   IF WS-ACHOU-FAT = "S"
                   AND WS-PAGO-ANTES < WS-DEVIDO
                   AND WS-PAGO-ACUM NOT < WS-DEVIDO
                       PERFORM ROT-LANCA-ENCARGOS
                   END-IF
               END-IF
           END-IF.

      *    Primeiro movimento de outra fatura: guarda o total
      *    devido e os encargos dela para reconhecer a quitacao.
       ROT-NOVA-FATURA.
           MOVE MOV-COD-CLIENTE TO WS-CLI-ANT.
           MOVE MOV-COMPETENCIA TO WS-CPT-ANT.
           MOVE ZEROS TO WS-PAGO-ACUM WS-DEVIDO.
           MOVE MOV-COD-CLIENTE TO FAT-COD-CLIENTE.
           MOVE MOV-COMPETENCIA TO FAT-COMPETENCIA.
           READ ARQ-FATURAS
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-FAT
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-FAT
                   COMPUTE WS-DEVIDO = FAT-VALOR-LIQUIDO
                                     + FAT-MULTA + FAT-JUROS
           END-READ.

       ROT-LANCA-ENCARGOS.
           MOVE FAT-NUMERO TO WS-DOC-LANC.
           IF FAT-MULTA > 0
               MOVE FAT-MULTA TO WS-VALOR-LANC
               MOVE 6 TO WS-IND-EVT
               PERFORM ROT-GRAVA-PARTIDAS
           END-IF.
           IF FAT-JUROS > 0
               MOVE FAT-JUROS TO WS-VALOR-LANC
               MOVE 7 TO WS-IND-EVT
               PERFORM ROT-GRAVA-PARTIDAS
           END-IF.

      *    Partida dobrada: uma linha a debito e outra a credito
      *    pelo mesmo valor, nas contas do evento. Evento sem conta
      *    e contado para barrar a liberacao do arquivo.
       ROT-GRAVA-PARTIDAS.
           IF WS-EVT-DEB(WS-IND-EVT) = SPACES
           OR WS-EVT-CRED(WS-IND-EVT) = SPACES
               ADD 1 TO WS-TOT-SEM-CONTA
           END-IF.
           ADD 1             TO WS-EVT-QTD(WS-IND-EVT).
           ADD WS-VALOR-LANC TO WS-EVT-VALOR(WS-IND-EVT).
           MOVE WS-DATA-LANC            TO LCT-DATA.
           MOVE WS-VALOR-LANC           TO LCT-VALOR.
           MOVE WS-COD-EVT(WS-IND-EVT)  TO LCT-EVENTO.
           MOVE WS-DOC-LANC             TO LCT-DOCUMENTO.
           MOVE WS-CLI-LANC             TO LCT-CLIENTE.
           MOVE WS-EVT-HIST(WS-IND-EVT) TO LCT-HISTORICO.

           MOVE WS-EVT-DEB(WS-IND-EVT)  TO LCT-CONTA.
           MOVE "D"                     TO LCT-NATUREZA.
           WRITE LINHA-TRABALHO FROM DIA-LANCAMENTO.
           ADD 1             TO WS-QTD-LINHAS.
           ADD WS-VALOR-LANC TO WS-TOT-DEBITO.

           MOVE WS-EVT-CRED(WS-IND-EVT) TO LCT-CONTA.
           MOVE "C"                     TO LCT-NATUREZA.
           WRITE LINHA-TRABALHO FROM DIA-LANCAMENTO.
           ADD 1             TO WS-QTD-LINHAS.
           ADD WS-VALOR-LANC TO WS-TOT-CREDITO.

      *    Competencia (AAAAMM) de uma data DD/MM/AAAA; data
      *    ilegivel fica fora da exportacao.
       ROT-COMPET-DA-DATA.
           MOVE ZEROS TO WS-MOV-COMPET.
           IF WS-DATA-TESTE(4:2) IS NUMERIC
           AND WS-DATA-TESTE(7:4) IS NUMERIC
               MOVE WS-DATA-TESTE(4:2) TO WS-MOV-MES
               MOVE WS-DATA-TESTE(7:4) TO WS-MOV-ANO
               COMPUTE WS-MOV-COMPET =
                   WS-MOV-ANO * 100 + WS-MOV-MES
           END-IF.

      *    Copia o arquivo de trabalho conferido para o arquivo da
      *    contabilidade, entre cabecalho e rodape, e registra o
      *    lote da competencia.
       ROT-LIBERA-DIARIO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-DIARIO.
           MOVE WS-COMPETENCIA-NUM TO CAB-COMPET.
           IF WS-MES-FECHADO = "S"
               MOVE "D" TO CAB-SITUACAO
           ELSE
               MOVE "P" TO CAB-SITUACAO
           END-IF.
           MOVE WS-DATA-HOJE-EDT TO CAB-DATA.
           WRITE LINHA-DIARIO FROM DIA-CABECALHO.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       WRITE LINHA-DIARIO FROM LINHA-TRABALHO
               END-READ
           END-PERFORM.
           MOVE WS-QTD-LINHAS  TO ROD-QTD.
           MOVE WS-TOT-DEBITO  TO ROD-DEBITO.
           MOVE WS-TOT-CREDITO TO ROD-CREDITO.
           WRITE LINHA-DIARIO FROM DIA-RODAPE.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-DIARIO.
           MOVE "S" TO WS-LIBERADO.

           MOVE WS-COMPETENCIA-NUM TO LTC-COMPETENCIA.
           MOVE CAB-SITUACAO       TO LTC-SITUACAO.
           MOVE WS-DATA-HOJE-EDT   TO LTC-DATA.
           MOVE WS-QTD-LINHAS      TO LTC-QTD-LINHAS.
           MOVE WS-TOT-DEBITO      TO LTC-TOT-DEBITO.
           MOVE WS-TOT-CREDITO     TO LTC-TOT-CREDITO.
           MOVE WS-OPER-REL        TO LTC-OPERADOR.
           IF WS-LOTE-EXISTE = "S"
               REWRITE REG-LOTECTB
           ELSE
               WRITE REG-LOTECTB
           END-IF.
           IF COD-ERRO-LTC NOT = "00"
               DISPLAY "Erro ao registrar o lote contabil."
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-IMPRIME-RESUMO.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > 7
               MOVE WS-COD-EVT(WS-IND-EVT)   TO EVR-EVENTO
               MOVE WS-EVT-QTD(WS-IND-EVT)   TO EVR-QTD
               MOVE WS-EVT-VALOR(WS-IND-EVT) TO EVR-VALOR
               MOVE WS-EVT-DEB(WS-IND-EVT)   TO EVR-DEB
               MOVE WS-EVT-CRED(WS-IND-EVT)  TO EVR-CRED
               WRITE LINHA-REL FROM LINHA-EVENTO
           END-PERFORM.
           MOVE WS-TOT-DEBITO    TO TOT-DEBITO.
           MOVE WS-TOT-CREDITO   TO TOT-CREDITO.
           MOVE WS-QTD-LINHAS    TO TOT-LINHAS.
           MOVE WS-TOT-SEM-CONTA TO TOT-SEM-CONTA.
           WRITE LINHA-REL FROM LINHA-TOT-DEB.
           WRITE LINHA-REL FROM LINHA-TOT-CRED.
           WRITE LINHA-REL FROM LINHA-TOT-LIN.
           WRITE LINHA-REL FROM LINHA-SEM-CONTA.
           WRITE LINHA-REL FROM LINHA-RESULTADO.
