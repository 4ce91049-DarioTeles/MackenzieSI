                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FER.

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

               SELECT  ARQ-REAJUSTES ASSIGN  TO WS-CAMINHO-RJT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  RJT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-RJT.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PAC.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       FD          ARQ-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG.

       FD          ARQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       FD          ARQ-REAJUSTES
                   LABEL RECORD STANDARD.
           COPY REAJREG.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".

       77      COD-ERRO-ALQ   PIC XX      VALUE SPACES.
       77      COD-ERRO-PTR   PIC XX      VALUE SPACES.
       77      WS-PTR-ABERTO  PIC X       VALUE "N".
       77      WS-IND-TRIB    PIC 9(1)    VALUE ZEROS.
       77      WS-PCT-USADO   PIC 9(2)V99 VALUE ZEROS.
       77      WS-RETIDO-FAT  PIC 9(10)V99 VALUE ZEROS.
       77      WS-TOT-RETIDO  PIC 9(13)V99 VALUE ZEROS.
       77      WS-TOT-LIQUIDO PIC 9(13)V99 VALUE ZEROS.
       77      WS-CAMINHO-ALQ PIC X(100)
                       VALUE "C:\TEMP\ALIQUOTAS.DAT".
       77      WS-CAMINHO-PTR PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".

      *    Diferencas de reajuste retroativo (REAJRET) que ficaram
      *    pendentes para a proxima fatura do cliente.
       77      COD-ERRO-RJT   PIC XX      VALUE SPACES.
       77      WS-RJT-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-RJT     PIC X       VALUE "N".
       77      WS-AJUSTE-PEND PIC S9(11)V99 VALUE ZEROS.
       77      WS-VALOR-AJUSTADO PIC S9(11)V99 VALUE ZEROS.
       77      WS-TEM-REAJUSTE PIC X      VALUE "N".
       77      WS-TOT-REAJUSTE PIC 9(5)   VALUE ZEROS.
       77      WS-CAMINHO-RJT PIC X(100)
                       VALUE "C:\TEMP\REAJUSTES.DAT".

      *    Parcelas de acordo (PARCACO) tiram o nosso-numero do
      *    mesmo contador das faturas; so sao lidas na varredura
      *    que refaz o contador perdido.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

      *    Mensagem de e-mail da fatura emitida, enfileirada em
      *    MSGFILA (MSGREG) para o contato financeiro do cliente.
       77      WS-MSG-PAPEL   PIC X(1)    VALUE "F".
       77      WS-MSG-TIPO    PIC X(8)    VALUE "FATURA".
       77      WS-MSG-ORIGEM  PIC X(8)    VALUE "FATURA".
       77      WS-MSG-ASSUNTO PIC X(60)   VALUE SPACES.
       77      WS-MSG-REFERENCIA PIC X(30) VALUE SPACES.
       77      WS-MSG-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01      WS-MSG-TEXTO.
           02 WS-MSG-LINHA    PIC X(70) OCCURS 4 TIMES.

      *    Tributos retidos na fonte, na ordem dos campos
      *    FAT-RET-xxx: a aliquota e o minimo de cada um vem de
      *    ALIQUOTAS na abertura; o indicador de retencao, do
      *    perfil tributario do cliente.
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

       01      WS-TAB-RETENCOES.
           02 WS-RET         PIC 9(10)V99 OCCURS 5 TIMES.

       01      WS-TAB-TOT-RET.
           02 WS-TOT-RET     PIC 9(13)V99 OCCURS 5 TIMES.

       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-RETIDO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-FLAG      PIC X(8).

       01      LINHA-TOT-EMIT.
           02 ROD-VENCIDOS  PIC ZZ.ZZ9.

       01      LINHA-TOT-VALOR.
           02 FILLER        PIC X(25) VALUE "Valor bruto emitido...:".
           02 ROD-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-RET.
           02 FILLER        PIC X(9)  VALUE "Retencao ".
           02 ROD-RET-COD   PIC X(6).
           02 FILLER        PIC X(10) VALUE "........:".
           02 ROD-RET-VALOR PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-RETIDO.
           02 FILLER        PIC X(25) VALUE "Total retido na fonte.:".
           02 ROD-RETIDO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-LIQ.
           02 FILLER        PIC X(25) VALUE "Valor liquido emitido.:".
           02 ROD-LIQUIDO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-PRO.
           02 FILLER        PIC X(25) VALUE "Faturas pro-rata......:".
           02 ROD-PRORATA   PIC ZZ.ZZ9.
           02 FILLER        PIC X(25) VALUE "Fora da vigencia......:".
           02 ROD-FORA-VIG  PIC ZZ.ZZ9.

       01      LINHA-TOT-REAJ.
           02 FILLER        PIC X(25) VALUE "Reajustes retroativos.:".
           02 ROD-REAJUSTE  PIC ZZ.ZZ9.

       01      LINHA-TOT-DIV-IT.
           02 FILLER        PIC X(25) VALUE "Itens divergindo do VC:".
           02 ROD-DIV-ITENS PIC ZZ.ZZ9.
           02 FILLER        PIC X(7)  VALUE ", VC = ".
           02 AVI-VC        PIC ZZZ.ZZZ.ZZ9,99.

           COPY FECHCOM.
           COPY CICLOCOM.

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.

      *    Dentro do ciclo mensal (CICLOMES) vale a competencia do
      *    ciclo.
           IF CIC-EM-CICLO = "S"
               MOVE CIC-COMPETENCIA TO WS-COMPETENCIA-NUM
           END-IF.
           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

      *    Competencia fechada pela contabilidade (FECHAMES) nao
      *    recebe emissao; a reabertura e restrita ao supervisor.
           PERFORM ROT-TESTA-FECHAMENTO.
               MOVE "S" TO WS-FER-ABERTO
           END-IF.

      *    Sem a tabela de aliquotas ou sem o perfil tributario
      *    a emissao segue sem retencao, faturando liquido igual
      *    ao bruto, como antes das retencoes na fonte.
           PERFORM ROT-CARREGA-ALIQUOTAS.
           ACCEPT WS-CAMINHO-PTR FROM ENVIRONMENT "PERFTRIB_PATH".
           IF WS-CAMINHO-PTR = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO WS-CAMINHO-PTR
           END-IF.
           OPEN INPUT ARQ-PERFTRIB.
           IF COD-ERRO-PTR = "00"
               MOVE "S" TO WS-PTR-ABERTO
           END-IF.

      *    Sem o arquivo de reajustes nao ha diferenca pendente a
      *    somar; a emissao segue como antes.
           ACCEPT WS-CAMINHO-RJT FROM ENVIRONMENT "REAJUSTES_PATH".
           IF WS-CAMINHO-RJT = SPACES
               MOVE "C:\TEMP\REAJUSTES.DAT" TO WS-CAMINHO-RJT
           END-IF.
           OPEN I-O ARQ-REAJUSTES.
           IF COD-ERRO-RJT = "00"
               MOVE "S" TO WS-RJT-ABERTO
           END-IF.

           PERFORM ROT-PROXIMO-NUMERO.

           MOVE WS-COMPET-MES TO TIT-COMPET-MES.
           WRITE LINHA-REL FROM LINHA-TOT-PRO.
           WRITE LINHA-REL FROM LINHA-TOT-FORA.
           WRITE LINHA-REL FROM LINHA-TOT-DIV-IT.
           MOVE WS-TOT-REAJUSTE TO ROD-REAJUSTE.
           WRITE LINHA-REL FROM LINHA-TOT-REAJ.
           WRITE LINHA-REL FROM LINHA-TOT-VALOR.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB > 5
               MOVE WS-COD-TRIB(WS-IND-TRIB) TO ROD-RET-COD
               MOVE WS-TOT-RET(WS-IND-TRIB)  TO ROD-RET-VALOR
               WRITE LINHA-REL FROM LINHA-TOT-RET
           END-PERFORM.
           MOVE WS-TOT-RETIDO  TO ROD-RETIDO.
           MOVE WS-TOT-LIQUIDO TO ROD-LIQUIDO.
           WRITE LINHA-REL FROM LINHA-TOT-RETIDO.
           WRITE LINHA-REL FROM LINHA-TOT-LIQ.

           PERFORM ROT-ATUALIZA-CONTROLE.

           IF WS-FER-ABERTO = "S"
               CLOSE ARQ-FERIADOS
           END-IF.
           IF WS-PTR-ABERTO = "S"
               CLOSE ARQ-PERFTRIB
           END-IF.
           IF WS-RJT-ABERTO = "S"
               CLOSE ARQ-REAJUSTES
           END-IF.
           CLOSE REL-EMISSAO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               LK-COD-OPERADOR.
           DISPLAY "Emissao concluida. Faturas emitidas: "
                   WS-TOT-EMITIDAS.
           MOVE WS-TOT-EMITIDAS TO FECH-QTD-REGISTROS.
           MOVE COD-ERRO-FAT    TO FECH-COD-STATUS.
           GOBACK.

      *    O numero de fatura e sequencial unico no arquivo. O
               END-READ
           END-PERFORM.

      *    O nosso-numero das parcelas de acordo sai da mesma
      *    sequencia: o maior dos dois arquivos vale, como em
      *    ACORDOS e RESSINC.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN INPUT ARQ-PARCELAS.
           IF COD-ERRO-PAC = "00"
               MOVE "N" TO WS-FIM-PAC
               PERFORM UNTIL WS-FIM-PAC = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PAC
                       NOT AT END
                           IF PAC-NOSSO-NUMERO > WS-PROX-NUMERO
                               MOVE PAC-NOSSO-NUMERO TO WS-PROX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARCELAS
           END-IF.

      *    Devolve o contador atualizado para o arquivo de
      *    controle no fim da emissao.
       ROT-ATUALIZA-CONTROLE.
               MOVE ZEROS       TO DET-NUMERO
               MOVE SPACES      TO DET-VENCTO
               MOVE ZEROS       TO DET-VALOR
               MOVE ZEROS       TO DET-RETIDO
               MOVE "SEM VIG." TO DET-FLAG
               WRITE LINHA-REL FROM LINHA-DETALHE
           ELSE
               PERFORM ROT-SOMA-REAJUSTES
               PERFORM ROT-GRAVA-REGISTRO
           END-IF.

      *    Diferencas de reajuste retroativo pendentes do cliente,
      *    de competencias anteriores a faturada, entram no valor
      *    desta fatura. Se o credito pendente passar do valor do
      *    mes, nada e somado e as diferencas esperam a fatura
      *    seguinte.
       ROT-SOMA-REAJUSTES.
           MOVE ZEROS TO WS-AJUSTE-PEND.
           MOVE "N"   TO WS-TEM-REAJUSTE.
           MOVE "N"   TO WS-FIM-RJT.
           IF WS-RJT-ABERTO = "N"
               MOVE "S" TO WS-FIM-RJT
           ELSE
               MOVE CodCliente TO RJT-COD-CLIENTE
               MOVE ZEROS      TO RJT-COMPETENCIA RJT-SEQUENCIA
               START ARQ-REAJUSTES KEY IS NOT LESS THAN RJT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RJT
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-RJT = "S"
               READ ARQ-REAJUSTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RJT
                   NOT AT END
                       IF RJT-COD-CLIENTE NOT = CodCliente
                       OR RJT-COMPETENCIA NOT < WS-COMPETENCIA-NUM
                           MOVE "S" TO WS-FIM-RJT
                       ELSE
                           IF REAJUSTE-PENDENTE
                               MOVE "S" TO WS-TEM-REAJUSTE
                               ADD RJT-DIFERENCA TO WS-AJUSTE-PEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TEM-REAJUSTE = "S"
               COMPUTE WS-VALOR-AJUSTADO =
                   WS-VALOR-FATURA + WS-AJUSTE-PEND
               IF WS-VALOR-AJUSTADO < ZEROS
                   MOVE "N" TO WS-TEM-REAJUSTE
               ELSE
                   MOVE WS-VALOR-AJUSTADO TO WS-VALOR-FATURA
               END-IF
           END-IF.

      *    Com a fatura gravada, as diferencas somadas a ela sao
      *    baixadas em REAJUSTES com a competencia e o numero da
      *    fatura que as recebeu.
       ROT-BAIXA-REAJUSTES.
           MOVE "N" TO WS-FIM-RJT.
           MOVE CodCliente TO RJT-COD-CLIENTE.
           MOVE ZEROS      TO RJT-COMPETENCIA RJT-SEQUENCIA.
           START ARQ-REAJUSTES KEY IS NOT LESS THAN RJT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RJT
           END-START.
           PERFORM UNTIL WS-FIM-RJT = "S"
               READ ARQ-REAJUSTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RJT
                   NOT AT END
                       IF RJT-COD-CLIENTE NOT = CodCliente
                       OR RJT-COMPETENCIA NOT < WS-COMPETENCIA-NUM
                           MOVE "S" TO WS-FIM-RJT
                       ELSE
                           IF REAJUSTE-PENDENTE
                               SET REAJUSTE-NA-FATURA TO TRUE
                               MOVE WS-COMPETENCIA-NUM
                                   TO RJT-COMPET-DESTINO
                               MOVE FAT-NUMERO TO RJT-NUM-DOCUMENTO
                               MOVE WS-DATA-HOJE-NUM
                                   TO RJT-DATA-APLICACAO
                               MOVE LK-COD-OPERADOR TO RJT-OPERADOR
                               REWRITE REG-REAJUSTE
                               IF COD-ERRO-RJT NOT = "00"
                                   DISPLAY "Aviso: reajuste do cliente "
                                       CodCliente " nao baixado."
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GRAVA-REGISTRO.
           MOVE CodCliente         TO FAT-COD-CLIENTE.
           MOVE WS-COMPETENCIA-NUM TO FAT-COMPETENCIA.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE ZEROS              TO FAT-MULTA FAT-JUROS.
           MOVE LK-COD-OPERADOR    TO FAT-OPERADOR.
           MOVE ZEROS              TO FAT-VALOR-CREDITO.
           PERFORM ROT-CALCULA-RETENCOES.
           MOVE WS-RET(1)          TO FAT-RET-ISS.
           MOVE WS-RET(2)          TO FAT-RET-IRRF.
           MOVE WS-RET(3)          TO FAT-RET-PIS.
           MOVE WS-RET(4)          TO FAT-RET-COFINS.
           MOVE WS-RET(5)          TO FAT-RET-CSLL.
           COMPUTE FAT-VALOR-LIQUIDO = WS-VALOR-FATURA - WS-RETIDO-FAT.
           MOVE SPACES             TO FAT-NFSE-NUMERO FAT-NFSE-VERIF
                                      FAT-NFSE-DATA.
           WRITE REG-FATURA.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Erro ao gravar fatura do cliente " CodCliente
           ELSE
               ADD 1 TO WS-TOT-EMITIDAS
               ADD WS-VALOR-FATURA TO WS-TOT-VALOR
               ADD WS-RETIDO-FAT   TO WS-TOT-RETIDO
               ADD FAT-VALOR-LIQUIDO TO WS-TOT-LIQUIDO
               PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                       UNTIL WS-IND-TRIB > 5
                   ADD WS-RET(WS-IND-TRIB) TO WS-TOT-RET(WS-IND-TRIB)
               END-PERFORM
               MOVE CodCliente     TO DET-CODIGO
               MOVE NomeCliente    TO DET-NOME
               MOVE FAT-NUMERO     TO DET-NUMERO
               MOVE FAT-VENCIMENTO TO DET-VENCTO
               MOVE WS-VALOR-FATURA TO DET-VALOR
               MOVE WS-RETIDO-FAT  TO DET-RETIDO
               IF WS-EH-PRORATA = "S"
                   ADD 1 TO WS-TOT-PRORATA
                   MOVE "PRO-RATA" TO DET-FLAG
               ELSE
                   MOVE SPACES     TO DET-FLAG
               END-IF
               IF WS-TEM-REAJUSTE = "S"
                   ADD 1 TO WS-TOT-REAJUSTE
                   PERFORM ROT-BAIXA-REAJUSTES
                   IF WS-EH-PRORATA = "N"
                       MOVE "REAJUSTE" TO DET-FLAG
                   END-IF
               END-IF
               WRITE LINHA-REL FROM LINHA-DETALHE
               PERFORM ROT-ENFILEIRA-MENSAGEM
           END-IF.

      *    Aviso da fatura emitida por e-mail ao contato
      *    financeiro do cliente, pela fila de mensagens.
       ROT-ENFILEIRA-MENSAGEM.
           MOVE SPACES TO WS-MSG-ASSUNTO WS-MSG-REFERENCIA
                          WS-MSG-TEXTO.
           STRING "Fatura " FAT-NUMERO " - competencia "
                  TIT-COMPET-MES "/" TIT-COMPET-ANO
               DELIMITED BY SIZE INTO WS-MSG-ASSUNTO.
           STRING "Prezado cliente, segue a fatura da competencia "
                  TIT-COMPET-MES "/" TIT-COMPET-ANO "."
               DELIMITED BY SIZE INTO WS-MSG-LINHA(1).
           MOVE FAT-VALOR-LIQUIDO TO WS-MSG-VALOR.
           STRING "Valor a pagar: R$ " WS-MSG-VALOR
                  " - vencimento " FAT-VENCIMENTO "."
               DELIMITED BY SIZE INTO WS-MSG-LINHA(2).
           MOVE "Atenciosamente," TO WS-MSG-LINHA(3).
           MOVE "Setor Financeiro" TO WS-MSG-LINHA(4).
           STRING "FATURA " FAT-NUMERO
               DELIMITED BY SIZE INTO WS-MSG-REFERENCIA.
           CALL "MSGREG" USING CodCliente WS-MSG-PAPEL WS-MSG-TIPO
                               WS-MSG-ASSUNTO WS-MSG-TEXTO
                               WS-MSG-REFERENCIA WS-MSG-ORIGEM
                               LK-COD-OPERADOR.

      *    Pro-rata: conta os dias da competencia realmente
      *    cobertos entre o inicio e o fim do contrato. Contrato
      *    vigente o mes inteiro cobra o valor cheio; inicio ou
                       FUNCTION DATE-OF-INTEGER(WS-DIA-UTIL-INT + 1)
               END-IF
           END-PERFORM.

      *    Aliquota e minimo de cada tributo lidos uma vez na
      *    abertura; tributo fora da tabela nao e retido.
       ROT-CARREGA-ALIQUOTAS.
           MOVE ZEROS TO WS-TAB-TOT-RET.
           ACCEPT WS-CAMINHO-ALQ FROM ENVIRONMENT "ALIQUOTAS_PATH".
           IF WS-CAMINHO-ALQ = SPACES
               MOVE "C:\TEMP\ALIQUOTAS.DAT" TO WS-CAMINHO-ALQ
           END-IF.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB > 5
               MOVE ZEROS TO WS-ALIQ-PCT(WS-IND-TRIB)
               MOVE ZEROS TO WS-ALIQ-MIN(WS-IND-TRIB)
           END-PERFORM.
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

      *    Retencoes da fatura sobre o valor bruto emitido, pelo
      *    perfil tributario do cliente. O ISS usa a aliquota
      *    propria do perfil quando informada. Retencao abaixo do
      *    minimo da tabela fica dispensada.
       ROT-CALCULA-RETENCOES.
           MOVE ZEROS TO WS-TAB-RETENCOES WS-RETIDO-FAT.
           MOVE "NNNNN" TO WS-TAB-RETEM.
           MOVE ZEROS TO PTR-ALIQ-ISS.
           IF WS-PTR-ABERTO = "S"
               MOVE CodCliente TO PTR-COD-CLIENTE
               READ ARQ-PERFTRIB
                   INVALID KEY
                       MOVE ZEROS TO PTR-ALIQ-ISS
                   NOT INVALID KEY
                       MOVE PTR-RETEM-ISS    TO WS-RETEM(1)
                       MOVE PTR-RETEM-IRRF   TO WS-RETEM(2)
                       MOVE PTR-RETEM-PIS    TO WS-RETEM(3)
                       MOVE PTR-RETEM-COFINS TO WS-RETEM(4)
                       MOVE PTR-RETEM-CSLL   TO WS-RETEM(5)
               END-READ
           END-IF.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB > 5
               MOVE WS-ALIQ-PCT(WS-IND-TRIB) TO WS-PCT-USADO
               IF WS-IND-TRIB = 1 AND PTR-ALIQ-ISS > 0
                   MOVE PTR-ALIQ-ISS TO WS-PCT-USADO
               END-IF
               IF WS-RETEM(WS-IND-TRIB) = "S" AND WS-PCT-USADO > 0
                   COMPUTE WS-RET(WS-IND-TRIB) ROUNDED =
                       WS-VALOR-FATURA * WS-PCT-USADO / 100
                   IF WS-RET(WS-IND-TRIB) < WS-ALIQ-MIN(WS-IND-TRIB)
                       MOVE ZEROS TO WS-RET(WS-IND-TRIB)
                   END-IF
                   ADD WS-RET(WS-IND-TRIB) TO WS-RETIDO-FAT
               END-IF
           END-PERFORM.
