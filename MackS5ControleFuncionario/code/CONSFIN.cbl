       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CONSFIN.
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
                       ACCESS     RANDOM
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

               SELECT  ARQ-FECHMES ASSIGN  TO WS-CAMINHO-FEC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FEC-COMPETENCIA
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FEC.

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ITS.

               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-CTT.

               SELECT  ARQ-ACORDOS ASSIGN  TO WS-CAMINHO-ACO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ACO-CHAVE
                       ALTERNATE RECORD KEY ACO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ACO.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PAC.

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  ARQ-APROVACOES ASSIGN  TO WS-CAMINHO-APR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  APR-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-APR.

               SELECT  ARQ-PROPOSTAS ASSIGN  TO WS-CAMINHO-PRP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PRP.

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTL.

               SELECT  REL-CONSFIN ASSIGN  TO WS-CAMINHO-REL
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

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG.

       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          REL-CONSFIN
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "CONSFIN".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\CONSFIN_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUE SPACES.
       77      COD-ERRO-FEC   PIC XX      VALUE SPACES.
       77      COD-ERRO-ITS   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTT   PIC XX      VALUE SPACES.
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      COD-ERRO-NTC   PIC XX      VALUE SPACES.
       77      COD-ERRO-APR   PIC XX      VALUE SPACES.
       77      COD-ERRO-PRP   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTL   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-MOV     PIC X       VALUE "N".
       77      WS-MOV-ABERTO  PIC X       VALUE "N".
       77      WS-FAT-ABERTO  PIC X       VALUE "N".
       77      WS-CLIENTE-OK  PIC X       VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-APR PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".

      *    Soma dos movimentos da fatura em MOVPAGTO: recebimento
      *    soma, estorno desconta - o que deveria bater com o
      *    FAT-VALOR-PAGO acumulado na fatura.
       77      WS-SOMA-MOV    PIC S9(11)V99 VALUE ZEROS.
       77      WS-SOMA-FECH   PIC S9(11)V99 VALUE ZEROS.
       77      WS-DEVIDO      PIC 9(11)V99  VALUE ZEROS.
       77      WS-STATUS-CERTO PIC X(1)   VALUE SPACE.
       77      WS-MOV-DATA-NUM PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-TST-DIA     PIC 99      VALUE ZEROS.
       77      WS-TST-MES     PIC 99      VALUE ZEROS.
       77      WS-TST-ANO     PIC 9999    VALUE ZEROS.

      *    Maiores numeros em uso, para a conferencia com os
      *    contadores centrais de CONTROLE.
       77      WS-MAIOR-FATURA PIC 9(6)   VALUE ZEROS.
       77      WS-MAIOR-ACORDO PIC 9(6)   VALUE ZEROS.
       77      WS-MAIOR-NOTA  PIC 9(6)    VALUE ZEROS.
       77      WS-MAIOR-APROVACAO PIC 9(6) VALUE ZEROS.
       77      WS-MAIOR-PROPOSTA PIC 9(6) VALUE ZEROS.

       77      WS-TOT-FATURAS PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-MOVTOS  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-MESES   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-ERROS   PIC 9(5)    VALUE ZEROS.
       77      WS-ERR-PAGO    PIC 9(5)    VALUE ZEROS.
       77      WS-ERR-STATUS  PIC 9(5)    VALUE ZEROS.
       77      WS-ERR-FECHMES PIC 9(5)    VALUE ZEROS.
       77      WS-ERR-ORFAOS  PIC 9(5)    VALUE ZEROS.
       77      WS-ERR-CONTADOR PIC 9(5)   VALUE ZEROS.

      *    Competencias fechadas em FECHMES, com os totais gravados
      *    no fechamento e os apurados agora pelas mesmas regras de
      *    FECHAMES. O recebido e refeito por MOVPAGTO ate a data
      *    do fechamento, porque recebimento posterior de fatura
      *    do mes e normal e nao e divergencia. Vinte anos de
      *    meses fechados cabem com folga.
       77      WS-IND-FEC     PIC 9(3)    VALUE ZEROS.
       77      WS-QTD-FEC     PIC 9(3)    VALUE ZEROS.
       77      WS-FEC-ACHADO  PIC 9(3)    VALUE ZEROS.
       01      WS-TAB-FECHMES.
           02 WS-ENT-FEC OCCURS 240 TIMES.
               03 TFC-COMPETENCIA   PIC 9(6).
               03 TFC-DATA-FECH     PIC 9(8).
               03 TFC-QTD-EMIT-GRV  PIC 9(5).
               03 TFC-VAL-EMIT-GRV  PIC 9(13)V99.
               03 TFC-VAL-RECB-GRV  PIC 9(13)V99.
               03 TFC-QTD-EMIT-APU  PIC 9(5).
               03 TFC-VAL-EMIT-APU  PIC S9(13)V99.
               03 TFC-VAL-RECB-APU  PIC S9(13)V99.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Consistencia financeira - FATURAS/MOVPAGTO/FECHMES".

       01      LINHA-SECAO.
           02 FILLER        PIC X(4)  VALUE "--- ".
           02 SEC-TEXTO     PIC X(60).

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(1)  VALUE "/".
           02 DET-COMPET    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-TIPO      PIC X(22).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-TEXTO     PIC X(20).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-VALOR1    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DET-VALOR2    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-CONTADOR.
           02 CON-ROTULO    PIC X(26).
           02 CON-VALOR     PIC ZZ.ZZ9.

       01      LINHA-RESULTADO PIC X(60) VALUE SPACES.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

           COPY FECHCOM.

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
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
           END-IF.
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.
           ACCEPT WS-CAMINHO-APR FROM ENVIRONMENT "APROVACOES_PATH".
           IF WS-CAMINHO-APR = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO WS-CAMINHO-APR
           END-IF.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

      *    Sem o cadastro nao ha como apontar orfaos: falha o
      *    passo, como VENCTOS e EXPCLI.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Erro ao abrir o cadastro: " COD-ERRO
               MOVE COD-ERRO TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    FATURAS e MOVPAGTO podem ainda nao existir numa
      *    instalacao que nao emitiu nada; a conferencia so cobre
      *    o que existe.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT = "00"
               MOVE "S" TO WS-FAT-ABERTO
           END-IF.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV = "00"
               MOVE "S" TO WS-MOV-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-CONSFIN.
           IF COD-ERRO-REL NOT = "00"
               DISPLAY "Erro ao abrir o relatorio: " COD-ERRO-REL
               MOVE COD-ERRO-REL TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CAD-CLIENTE
               GOBACK
           END-IF.

           WRITE LINHA-REL FROM LINHA-TITULO.

           PERFORM ROT-CARREGA-FECHMES.

           MOVE "Faturas x movimentos de pagamento" TO SEC-TEXTO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           IF WS-FAT-ABERTO = "S"
               PERFORM ROT-CONFERE-FATURAS
           END-IF.
           IF WS-MOV-ABERTO = "S"
               PERFORM ROT-CONFERE-MOVIMENTOS
           END-IF.

           MOVE "Totais gravados nos meses fechados" TO SEC-TEXTO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM ROT-CONFERE-FECHMES.

           MOVE "Itens e contatos sem cliente" TO SEC-TEXTO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM ROT-CONFERE-ITENS.
           PERFORM ROT-CONFERE-CONTATOS.

           MOVE "Contadores centrais (CONTROLE)" TO SEC-TEXTO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM ROT-CONFERE-CONTADORES.

           PERFORM ROT-TOTAIS.

           IF WS-FAT-ABERTO = "S"
               CLOSE ARQ-FATURAS
           END-IF.
           IF WS-MOV-ABERTO = "S"
               CLOSE ARQ-MOVPAGTO
           END-IF.
           CLOSE CAD-CLIENTE.
           CLOSE REL-CONSFIN.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.

           DISPLAY "Consistencia financeira concluida.".
           DISPLAY "Faturas conferidas..: " WS-TOT-FATURAS.
           DISPLAY "Inconsistencias.....: " WS-TOT-ERROS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.

      *    Qualquer inconsistencia falha o passo no fechamento do
      *    dia: o operador ve FALHOU no log e vai ao relatorio.
           MOVE WS-TOT-FATURAS TO FECH-QTD-REGISTROS.
           MOVE COD-ERRO-REL   TO FECH-COD-STATUS.
           IF WS-TOT-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Carrega as competencias fechadas; mes reaberto nao
      *    tem total gravado que valha.
       ROT-CARREGA-FECHMES.
           MOVE ZEROS TO WS-QTD-FEC.
           OPEN INPUT ARQ-FECHMES.
           IF COD-ERRO-FEC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FECHMES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF MES-FECHADO AND WS-QTD-FEC < 240
                               PERFORM ROT-GUARDA-FECHMES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FECHMES
           END-IF.

       ROT-GUARDA-FECHMES.
           ADD 1 TO WS-QTD-FEC.
           MOVE FEC-COMPETENCIA  TO TFC-COMPETENCIA(WS-QTD-FEC).
           MOVE FEC-DATA-FECH    TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-DATA-NUM = ZEROS
               MOVE 99999999     TO WS-DATA-NUM
           END-IF.
           MOVE WS-DATA-NUM      TO TFC-DATA-FECH(WS-QTD-FEC).
           MOVE FEC-QTD-EMITIDAS TO TFC-QTD-EMIT-GRV(WS-QTD-FEC).
           MOVE FEC-VAL-EMITIDO  TO TFC-VAL-EMIT-GRV(WS-QTD-FEC).
           MOVE FEC-VAL-RECEBIDO TO TFC-VAL-RECB-GRV(WS-QTD-FEC).
           MOVE ZEROS TO TFC-QTD-EMIT-APU(WS-QTD-FEC)
                         TFC-VAL-EMIT-APU(WS-QTD-FEC)
                         TFC-VAL-RECB-APU(WS-QTD-FEC).

      *    Uma fatura por vez: cliente no cadastro, pago contra a
      *    soma dos movimentos e situacao contra os valores.
       ROT-CONFERE-FATURAS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-CONFERE-FATURA
               END-READ
           END-PERFORM.

       ROT-CONFERE-FATURA.
           ADD 1 TO WS-TOT-FATURAS.
           IF FAT-NUMERO > WS-MAIOR-FATURA
               MOVE FAT-NUMERO TO WS-MAIOR-FATURA
           END-IF.

           MOVE FAT-COD-CLIENTE TO CodCliente.
           PERFORM ROT-EXISTE-CLIENTE.
           IF WS-CLIENTE-OK = "N"
               ADD 1 TO WS-ERR-ORFAOS
               MOVE "FATURA SEM CLIENTE" TO DET-TIPO
               MOVE FAT-NUMERO TO DET-TEXTO
               MOVE ZEROS TO DET-VALOR1 DET-VALOR2
               PERFORM ROT-GRAVA-FATURA
           END-IF.

           PERFORM ROT-LOCALIZA-FECHMES.
           IF WS-FEC-ACHADO > ZEROS
               IF NOT FATURA-CANCELADA
                   ADD 1 TO TFC-QTD-EMIT-APU(WS-FEC-ACHADO)
               END-IF
               COMPUTE TFC-VAL-EMIT-APU(WS-FEC-ACHADO) =
                   TFC-VAL-EMIT-APU(WS-FEC-ACHADO)
                   + FAT-VALOR - FAT-VALOR-CREDITO
           END-IF.

           PERFORM ROT-SOMA-MOVIMENTOS.
           IF WS-FEC-ACHADO > ZEROS
               ADD WS-SOMA-FECH TO TFC-VAL-RECB-APU(WS-FEC-ACHADO)
           END-IF.
           IF WS-SOMA-MOV NOT = FAT-VALOR-PAGO
               ADD 1 TO WS-ERR-PAGO
               MOVE "PAGO DIFERE DOS MOVTOS" TO DET-TIPO
               MOVE "pago / movimentos" TO DET-TEXTO
               MOVE FAT-VALOR-PAGO TO DET-VALOR1
               MOVE WS-SOMA-MOV    TO DET-VALOR2
               PERFORM ROT-GRAVA-FATURA
           END-IF.

           PERFORM ROT-CONFERE-SITUACAO.

      *    Soma os movimentos da fatura pela chave parcial
      *    cliente+competencia, como o extrato e o estorno; em
      *    separado, o que entrou ate a data de fechamento do mes.
       ROT-SOMA-MOVIMENTOS.
           MOVE ZEROS TO WS-SOMA-MOV WS-SOMA-FECH.
           IF WS-MOV-ABERTO = "S"
               MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE
               MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA
               MOVE ZEROS           TO MOV-SEQUENCIA
               MOVE "N" TO WS-FIM-MOV
               START ARQ-MOVPAGTO KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-MOV
               END-START
               PERFORM UNTIL WS-FIM-MOV = "S"
                   READ ARQ-MOVPAGTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-MOV
                       NOT AT END
                           IF MOV-COD-CLIENTE NOT = FAT-COD-CLIENTE
                           OR MOV-COMPETENCIA NOT = FAT-COMPETENCIA
                               MOVE "S" TO WS-FIM-MOV
                           ELSE
                               PERFORM ROT-SOMA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ROT-SOMA-MOVIMENTO.
           IF WS-FEC-ACHADO > ZEROS
               MOVE MOV-DATA TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               MOVE WS-DATA-NUM TO WS-MOV-DATA-NUM
           END-IF.
           IF MOV-ESTORNO
               SUBTRACT MOV-VALOR FROM WS-SOMA-MOV
               IF WS-FEC-ACHADO > ZEROS
               AND WS-MOV-DATA-NUM <= TFC-DATA-FECH(WS-FEC-ACHADO)
                   SUBTRACT MOV-VALOR FROM WS-SOMA-FECH
               END-IF
           ELSE
               ADD MOV-VALOR TO WS-SOMA-MOV
               IF WS-FEC-ACHADO > ZEROS
               AND WS-MOV-DATA-NUM <= TFC-DATA-FECH(WS-FEC-ACHADO)
                   ADD MOV-VALOR TO WS-SOMA-FECH
               END-IF
           END-IF.

      *    Situacao esperada pelos valores, pelas mesmas regras de
      *    PAGFAT / ESTORNO / NOTACRED: nada pago e aberta, pago
      *    abaixo do devido e parcial, pago cobrindo o devido e
      *    paga. Renegociada segue o acordo e cancelada segue a
      *    nota de credito; nessas so se confere o codigo.
       ROT-CONFERE-SITUACAO.
           MOVE SPACE TO WS-STATUS-CERTO.
           COMPUTE WS-DEVIDO =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS.
           EVALUATE TRUE
               WHEN FATURA-RENEGOCIADA
               WHEN FATURA-CANCELADA
                   MOVE FAT-STATUS TO WS-STATUS-CERTO
               WHEN FAT-VALOR-PAGO = ZEROS
                   MOVE "A" TO WS-STATUS-CERTO
               WHEN FAT-VALOR-PAGO < WS-DEVIDO
                   MOVE "B" TO WS-STATUS-CERTO
               WHEN OTHER
                   MOVE "P" TO WS-STATUS-CERTO
           END-EVALUATE.
           IF FAT-STATUS NOT = WS-STATUS-CERTO
               ADD 1 TO WS-ERR-STATUS
               MOVE "SITUACAO INCOERENTE" TO DET-TIPO
               MOVE SPACES TO DET-TEXTO
               STRING "gravada " FAT-STATUS " esperada "
                      WS-STATUS-CERTO
                   DELIMITED BY SIZE INTO DET-TEXTO
               MOVE FAT-VALOR-PAGO TO DET-VALOR1
               MOVE WS-DEVIDO      TO DET-VALOR2
               PERFORM ROT-GRAVA-FATURA
           END-IF.

      *    Movimentos sem fatura ou sem cliente - o outro lado da
      *    conferencia acima, que parte das faturas.
       ROT-CONFERE-MOVIMENTOS.
           MOVE LOW-VALUES TO MOV-CHAVE.
           MOVE "N" TO WS-FIM-MOV.
           START ARQ-MOVPAGTO KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MOV
           END-START.
           PERFORM UNTIL WS-FIM-MOV = "S"
               READ ARQ-MOVPAGTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       PERFORM ROT-CONFERE-MOVIMENTO
               END-READ
           END-PERFORM.

       ROT-CONFERE-MOVIMENTO.
           ADD 1 TO WS-TOT-MOVTOS.
           MOVE MOV-COD-CLIENTE TO CodCliente.
           PERFORM ROT-EXISTE-CLIENTE.
           IF WS-CLIENTE-OK = "N"
               ADD 1 TO WS-ERR-ORFAOS
               MOVE "MOVTO SEM CLIENTE" TO DET-TIPO
               PERFORM ROT-GRAVA-MOVIMENTO
           END-IF.
           IF WS-FAT-ABERTO = "S"
               MOVE MOV-COD-CLIENTE TO FAT-COD-CLIENTE
               MOVE MOV-COMPETENCIA TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       ADD 1 TO WS-ERR-ORFAOS
                       MOVE "MOVTO SEM FATURA" TO DET-TIPO
                       PERFORM ROT-GRAVA-MOVIMENTO
               END-READ
           ELSE
               ADD 1 TO WS-ERR-ORFAOS
               MOVE "MOVTO SEM FATURA" TO DET-TIPO
               PERFORM ROT-GRAVA-MOVIMENTO
           END-IF.

      *    Totais recalculados x totais gravados por FECHAMES.
      *    A quantidade paga nao e refeita: depende da situacao da
      *    fatura no dia do fechamento, que nao fica guardada.
       ROT-CONFERE-FECHMES.
           PERFORM VARYING WS-IND-FEC FROM 1 BY 1
                   UNTIL WS-IND-FEC > WS-QTD-FEC
               ADD 1 TO WS-TOT-MESES
               MOVE ZEROS TO DET-CODIGO
               MOVE TFC-COMPETENCIA(WS-IND-FEC) TO DET-COMPET
               IF TFC-QTD-EMIT-APU(WS-IND-FEC)
                   NOT = TFC-QTD-EMIT-GRV(WS-IND-FEC)
                   ADD 1 TO WS-ERR-FECHMES
                   MOVE "FECHMES QTD EMITIDAS" TO DET-TIPO
                   MOVE "gravado / apurado" TO DET-TEXTO
                   MOVE TFC-QTD-EMIT-GRV(WS-IND-FEC) TO DET-VALOR1
                   MOVE TFC-QTD-EMIT-APU(WS-IND-FEC) TO DET-VALOR2
                   PERFORM ROT-GRAVA-LINHA
               END-IF
               IF TFC-VAL-EMIT-APU(WS-IND-FEC)
                   NOT = TFC-VAL-EMIT-GRV(WS-IND-FEC)
                   ADD 1 TO WS-ERR-FECHMES
                   MOVE "FECHMES VALOR EMITIDO" TO DET-TIPO
                   MOVE "gravado / apurado" TO DET-TEXTO
                   MOVE TFC-VAL-EMIT-GRV(WS-IND-FEC) TO DET-VALOR1
                   MOVE TFC-VAL-EMIT-APU(WS-IND-FEC) TO DET-VALOR2
                   PERFORM ROT-GRAVA-LINHA
               END-IF
               IF TFC-VAL-RECB-APU(WS-IND-FEC)
                   NOT = TFC-VAL-RECB-GRV(WS-IND-FEC)
                   ADD 1 TO WS-ERR-FECHMES
                   MOVE "FECHMES VALOR RECEBIDO" TO DET-TIPO
                   MOVE "gravado / apurado" TO DET-TEXTO
                   MOVE TFC-VAL-RECB-GRV(WS-IND-FEC) TO DET-VALOR1
                   MOVE TFC-VAL-RECB-APU(WS-IND-FEC) TO DET-VALOR2
                   PERFORM ROT-GRAVA-LINHA
               END-IF
           END-PERFORM.

       ROT-CONFERE-ITENS.
           OPEN INPUT ARQ-ITENS.
           IF COD-ERRO-ITS = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ITENS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE ITS-COD-CLIENTE TO CodCliente
                           PERFORM ROT-EXISTE-CLIENTE
                           IF WS-CLIENTE-OK = "N"
                               ADD 1 TO WS-ERR-ORFAOS
                               MOVE ITS-COD-CLIENTE TO DET-CODIGO
                               MOVE ZEROS TO DET-COMPET
                               MOVE "ITEM SEM CLIENTE" TO DET-TIPO
                               MOVE ITS-DESCRICAO TO DET-TEXTO
                               MOVE ITS-VALOR TO DET-VALOR1
                               MOVE ZEROS TO DET-VALOR2
                               PERFORM ROT-GRAVA-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ITENS
           END-IF.

       ROT-CONFERE-CONTATOS.
           OPEN INPUT ARQ-CONTATOS.
           IF COD-ERRO-CTT = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CONTATOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE CTT-COD-CLIENTE TO CodCliente
                           PERFORM ROT-EXISTE-CLIENTE
                           IF WS-CLIENTE-OK = "N"
                               ADD 1 TO WS-ERR-ORFAOS
                               MOVE CTT-COD-CLIENTE TO DET-CODIGO
                               MOVE ZEROS TO DET-COMPET
                               MOVE "CONTATO SEM CLIENTE" TO DET-TIPO
                               MOVE CTT-NOME TO DET-TEXTO
                               MOVE ZEROS TO DET-VALOR1 DET-VALOR2
                               PERFORM ROT-GRAVA-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTATOS
           END-IF.

      *    Contador que ficou para tras do maior numero em uso
      *    faria o proximo documento repetir um numero ja dado.
      *    Os maiores sao apurados como em RESSINC (o nosso-numero
      *    das parcelas de acordo divide o contador das faturas).
      *    Contador ausente nao e erro: o programa que o usa
      *    recria o registro. PROX-COD-CLIENTE e so a sugestao do
      *    primeiro codigo livre e fica de fora.
       ROT-CONFERE-CONTADORES.
           PERFORM ROT-APURA-PARCELAS.
           PERFORM ROT-APURA-ACORDOS.
           PERFORM ROT-APURA-NOTAS.
           PERFORM ROT-APURA-APROVACOES.
           PERFORM ROT-APURA-PROPOSTAS.
           OPEN INPUT ARQ-CONTROLE.
           IF COD-ERRO-CTL = "00"
               MOVE "PROX-NUM-FATURA" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR <= WS-MAIOR-FATURA
                           MOVE WS-MAIOR-FATURA TO DET-VALOR2
                           PERFORM ROT-GRAVA-CONTADOR
                       END-IF
               END-READ
               MOVE "PROX-NUM-ACORDO" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR <= WS-MAIOR-ACORDO
                           MOVE WS-MAIOR-ACORDO TO DET-VALOR2
                           PERFORM ROT-GRAVA-CONTADOR
                       END-IF
               END-READ
               MOVE "PROX-NUM-NOTA" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR <= WS-MAIOR-NOTA
                           MOVE WS-MAIOR-NOTA TO DET-VALOR2
                           PERFORM ROT-GRAVA-CONTADOR
                       END-IF
               END-READ
               MOVE "PROX-NUM-APROVACAO" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR <= WS-MAIOR-APROVACAO
                           MOVE WS-MAIOR-APROVACAO TO DET-VALOR2
                           PERFORM ROT-GRAVA-CONTADOR
                       END-IF
               END-READ
               MOVE "PROX-NUM-PROPOSTA" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR <= WS-MAIOR-PROPOSTA
                           MOVE WS-MAIOR-PROPOSTA TO DET-VALOR2
                           PERFORM ROT-GRAVA-CONTADOR
                       END-IF
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF.

       ROT-APURA-PARCELAS.
           OPEN INPUT ARQ-PARCELAS.
           IF COD-ERRO-PAC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PAC-NOSSO-NUMERO > WS-MAIOR-FATURA
                               MOVE PAC-NOSSO-NUMERO
                                   TO WS-MAIOR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARCELAS
           END-IF.

       ROT-APURA-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ACORDOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ACO-NUMERO > WS-MAIOR-ACORDO
                               MOVE ACO-NUMERO TO WS-MAIOR-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACORDOS
           END-IF.

       ROT-APURA-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF COD-ERRO-NTC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-NOTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF NTC-NUMERO > WS-MAIOR-NOTA
                               MOVE NTC-NUMERO TO WS-MAIOR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NOTAS
           END-IF.

       ROT-APURA-APROVACOES.
           OPEN INPUT ARQ-APROVACOES.
           IF COD-ERRO-APR = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-APROVACOES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF APR-NUMERO > WS-MAIOR-APROVACAO
                               MOVE APR-NUMERO TO WS-MAIOR-APROVACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APROVACOES
           END-IF.

       ROT-APURA-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF COD-ERRO-PRP = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PRP-NUMERO > WS-MAIOR-PROPOSTA
                               MOVE PRP-NUMERO TO WS-MAIOR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.

       ROT-EXISTE-CLIENTE.
           MOVE "S" TO WS-CLIENTE-OK.
           READ CAD-CLIENTE
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-OK
           END-READ.

       ROT-LOCALIZA-FECHMES.
           MOVE ZEROS TO WS-FEC-ACHADO.
           PERFORM VARYING WS-IND-FEC FROM 1 BY 1
                   UNTIL WS-IND-FEC > WS-QTD-FEC
                   OR WS-FEC-ACHADO > ZEROS
               IF TFC-COMPETENCIA(WS-IND-FEC) = FAT-COMPETENCIA
                   MOVE WS-IND-FEC TO WS-FEC-ACHADO
               END-IF
           END-PERFORM.

       ROT-GRAVA-FATURA.
           MOVE FAT-COD-CLIENTE TO DET-CODIGO.
           MOVE FAT-COMPETENCIA TO DET-COMPET.
           PERFORM ROT-GRAVA-LINHA.

       ROT-GRAVA-MOVIMENTO.
           MOVE MOV-COD-CLIENTE TO DET-CODIGO.
           MOVE MOV-COMPETENCIA TO DET-COMPET.
           MOVE SPACES TO DET-TEXTO.
           STRING "seq " MOV-SEQUENCIA " tipo " MOV-TIPO
               DELIMITED BY SIZE INTO DET-TEXTO.
           MOVE MOV-VALOR TO DET-VALOR1.
           MOVE ZEROS     TO DET-VALOR2.
           PERFORM ROT-GRAVA-LINHA.

       ROT-GRAVA-CONTADOR.
           ADD 1 TO WS-ERR-CONTADOR.
           MOVE ZEROS TO DET-CODIGO DET-COMPET.
           MOVE "CONTADOR ATRASADO" TO DET-TIPO.
           MOVE CTL-CODIGO TO DET-TEXTO.
           MOVE CTL-VALOR  TO DET-VALOR1.
           PERFORM ROT-GRAVA-LINHA.

       ROT-GRAVA-LINHA.
           ADD 1 TO WS-TOT-ERROS.
           WRITE LINHA-REL FROM LINHA-DETALHE.

      *    DD/MM/AAAA em AAAAMMDD para comparar; data ilegivel
      *    fica zerada.
       ROT-DATA-NUMERICA.
           MOVE ZEROS TO WS-DATA-NUM.
           IF WS-DATA-TESTE(1:2) IS NUMERIC
           AND WS-DATA-TESTE(4:2) IS NUMERIC
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

       ROT-TOTAIS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Faturas conferidas......:" TO CON-ROTULO.
           MOVE WS-TOT-FATURAS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Movimentos conferidos...:" TO CON-ROTULO.
           MOVE WS-TOT-MOVTOS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Meses fechados..........:" TO CON-ROTULO.
           MOVE WS-TOT-MESES TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Pago x movimentos.......:" TO CON-ROTULO.
           MOVE WS-ERR-PAGO TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Situacao incoerente.....:" TO CON-ROTULO.
           MOVE WS-ERR-STATUS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Divergencia em FECHMES..:" TO CON-ROTULO.
           MOVE WS-ERR-FECHMES TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Registros orfaos........:" TO CON-ROTULO.
           MOVE WS-ERR-ORFAOS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Contadores atrasados....:" TO CON-ROTULO.
           MOVE WS-ERR-CONTADOR TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Inconsistencias.........:" TO CON-ROTULO.
           MOVE WS-TOT-ERROS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           IF WS-TOT-ERROS = ZEROS
               MOVE "Arquivos financeiros consistentes."
                   TO LINHA-RESULTADO
           ELSE
               MOVE "INCONSISTENCIAS ENCONTRADAS - ver acima."
                   TO LINHA-RESULTADO
           END-IF.
           WRITE LINHA-REL FROM LINHA-RESULTADO.
