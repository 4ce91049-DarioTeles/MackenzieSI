       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   NOTACRED INITIAL.
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

               SELECT  REL-NOTAS ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          ARQ-FECHMES
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          REL-NOTAS
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(80).

       WORKING-STORAGE SECTION.

      *    Cada nota emitida na sessao sai impressa num arquivo
      *    com nome unico por execucao, registrado no catalogo de
      *    relatorios via CATREG para reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "NOTACRED".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\NOTACRED_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-FAT PIC XX      VALUES SPACES.
       77      COD-ERRO-NTC PIC XX      VALUES SPACES.
       77      COD-ERRO-CTL PIC XX      VALUES SPACES.
       77      COD-ERRO-FEC PIC XX      VALUES SPACES.
       77      COD-ERRO-REL PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-OPERACAO PIC X       VALUE SPACE.
       77      WS-COD-CLIENTE PIC 9(6) VALUE ZEROS.
       77      WS-COMPET-MES PIC 9(2)  VALUE ZEROS.
       77      WS-COMPET-ANO PIC 9(4)  VALUE ZEROS.
       77      WS-VALOR-EDT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-VALOR-NOTA PIC 9(10)V99 VALUE ZEROS.
       77      WS-SALDO-DEVEDOR PIC S9(10)V99 VALUE ZEROS.
       77      WS-LIMITE   PIC S9(10)V99 VALUE ZEROS.
       77      WS-RETIDO   PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVA-BASE PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVO-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
       77      WS-VALOR-OK PIC X       VALUE "N".

      *    Retencoes da fatura refeitas sobre o bruto que sobra
      *    depois do credito, na mesma proporcao da emissao.
       01      WS-NOVAS-RETENCOES.
           02 WS-NOVO-ISS    PIC 9(10)V99.
           02 WS-NOVO-IRRF   PIC 9(10)V99.
           02 WS-NOVO-PIS    PIC 9(10)V99.
           02 WS-NOVO-COFINS PIC 9(10)V99.
           02 WS-NOVO-CSLL   PIC 9(10)V99.
       77      WS-MOTIVO   PIC X(40)   VALUE SPACES.
       77      WS-FEC-ABERTO PIC X     VALUE "N".
       77      WS-MES-FECHADO PIC X    VALUE "N".
       77      WS-PROX-SEQ-NTC PIC 9(3) VALUE ZEROS.
       77      WS-PROX-NOTA PIC 9(6)   VALUE ZEROS.
       77      WS-CTL-EXISTE PIC X     VALUE "N".
       77      WS-FIM-NTC  PIC X       VALUE "N".
       77      WS-QTD-NOTAS PIC 9(5)   VALUE ZEROS.
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".

      *    Imagem impressa da nota: documento para o cliente e
      *    para a auditoria, com o numero de CONTROLE.
       01      LINHA-TRACO     PIC X(60) VALUE ALL "=".
       01      LINHA-BRANCO    PIC X(80) VALUE SPACES.

       01      LINHA-DOC-TITULO.
           02 DOC-TITULO    PIC X(30).
           02 FILLER        PIC X(8)  VALUE "Numero: ".
           02 DOC-NUMERO    PIC 9(6).

       01      LINHA-ROTULADA.
           02 DOC-ROTULO    PIC X(19).
           02 DOC-CONTEUDO  PIC X(40).

       01      LINHA-EMISSAO.
           02 FILLER        PIC X(11) VALUE "Emitida em ".
           02 DOC-EMI-DATA  PIC X(10).
           02 FILLER        PIC X(5)  VALUE " por ".
           02 DOC-EMI-OPER  PIC X(8).

       01      WS-COMPET-EDT.
           02 CPE-MES       PIC 99.
           02 FILLER        PIC X(1)  VALUE "/".
           02 CPE-ANO       PIC 9999.

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           OPEN I-O ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY ERASE
               DISPLAY "Arquivo de faturas nao encontrado." AT 1010
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

      *    Notas de credito e contadores sao criados vazios na
      *    primeira execucao, como CEPTAB.DAT em CEPCARGA.
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.
           OPEN I-O ARQ-NOTAS.
           IF COD-ERRO-NTC NOT = "00"
               OPEN OUTPUT ARQ-NOTAS
               CLOSE ARQ-NOTAS
               OPEN I-O ARQ-NOTAS
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.
           OPEN I-O ARQ-CONTROLE.
           IF COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           IF COD-ERRO-NTC NOT = "00" OR COD-ERRO-CTL NOT = "00"
               DISPLAY ERASE
               DISPLAY "Erro ao abrir notas de credito ou controle."
                       AT 1010
               STOP "   <Enter> para continuar         "
               CLOSE ARQ-FATURAS
               GOBACK
           END-IF.

      *    Sem o arquivo de fechamentos a emissao segue sem a
      *    trava de competencia fechada, como em ESTORNO.
           ACCEPT WS-CAMINHO-FEC FROM ENVIRONMENT "FECHMES_PATH".
           IF WS-CAMINHO-FEC = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO WS-CAMINHO-FEC
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
           OPEN OUTPUT REL-NOTAS.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-FATURAS.
               CLOSE ARQ-NOTAS.
               CLOSE ARQ-CONTROLE.
               IF WS-FEC-ABERTO = "S"
                   CLOSE ARQ-FECHMES
               END-IF.
               CLOSE REL-NOTAS.
               IF WS-QTD-NOTAS > 0
                   CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                                       LK-COD-OPERADOR
               END-IF.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-COD-CLIENTE WS-COMPET-MES
                             WS-COMPET-ANO WS-VALOR-NOTA.
               MOVE SPACES TO REG-FATURA WS-MOTIVO WS-OPERACAO.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Nota de Credito / Cancelamento de Fatura: "
                                              AT 0310.
               DISPLAY "Cliente: "            AT 0510.
               DISPLAY "Competencia (MM AAAA):" AT 0710.
               DISPLAY "Numero.....: "        AT 0910.
               DISPLAY "Valor......: "        AT 1110.
               DISPLAY "Vencimento.: "        AT 1310.
               DISPLAY "Creditos...: "        AT 0950.
               DISPLAY "Retencoes..: "        AT 1050.
               DISPLAY "Liquido....: "        AT 1150.
               DISPLAY "Recebido...: "        AT 1250.
               DISPLAY "Saldo......: "        AT 1350.

      *    Recebimento de Dados

          PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE>0
                                    AND WS-COD-CLIENTE<=999999
              ACCEPT WS-COD-CLIENTE AT 0545 WITH UPPER AUTO
              IF WS-COD-CLIENTE<=0 OR WS-COD-CLIENTE>999999
                  DISPLAY "Digite 000001 a 999999.     "  AT 2140
              ELSE
                  DISPLAY "                            "  AT 2140
              END-IF
          END-PERFORM.

          PERFORM WITH TEST AFTER UNTIL WS-COMPET-MES>=1
                                    AND WS-COMPET-MES<=12
              ACCEPT WS-COMPET-MES AT 0735 WITH UPPER AUTO
              IF WS-COMPET-MES<1 OR WS-COMPET-MES>12
                  DISPLAY "Digite um mes entre 01 e 12."  AT 2140
              ELSE
                  DISPLAY "                            "  AT 2140
              END-IF
          END-PERFORM.

          PERFORM WITH TEST AFTER UNTIL WS-COMPET-ANO>0
              ACCEPT WS-COMPET-ANO AT 0740 WITH UPPER AUTO
          END-PERFORM.

      *    Rotina de Leitura da fatura: so fatura em aberto ou
      *    parcial, fora de competencia fechada, recebe credito.

               MOVE WS-COD-CLIENTE TO FAT-COD-CLIENTE.
               COMPUTE FAT-COMPETENCIA =
                   WS-COMPET-ANO * 100 + WS-COMPET-MES.
               READ  ARQ-FATURAS

               IF COD-ERRO-FAT NOT = "00"
                   DISPLAY "Nao achou a fatura." AT 2140
               ELSE
                   PERFORM ROT-TESTA-MES-FECHADO
                   EVALUATE TRUE
                       WHEN FATURA-CANCELADA
                           DISPLAY "Fatura ja cancelada." AT 2140
                       WHEN FATURA-RENEGOCIADA
                           DISPLAY "Fatura renegociada em acordo."
                                   AT 2140
                       WHEN FATURA-PAGA
                           DISPLAY "Fatura ja quitada." AT 2140
                       WHEN WS-MES-FECHADO = "S"
                           DISPLAY "Competencia fechada em FECHAMES."
                                   AT 2140
                       WHEN OTHER
                           PERFORM ROT-RECEBE-NOTA
                   END-EVALUATE
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outra Fatura?(S/N): " AT 2210

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2240
                   ELSE
                       DISPLAY "             "  AT 2240
                   END-IF
             END-PERFORM.

      *    Apresenta a fatura e recebe a operacao: cancelamento
      *    total (so fatura sem nenhum recebimento) ou nota de
      *    credito parcial sobre o valor bruto. As retencoes caem
      *    na mesma proporcao do bruto, e o liquido que sobra nao
      *    pode ficar abaixo do que ja entrou no caixa.
       ROT-RECEBE-NOTA.
               COMPUTE WS-LIMITE = FAT-VALOR - FAT-VALOR-CREDITO
               COMPUTE WS-RETIDO = FAT-RET-ISS + FAT-RET-IRRF
                   + FAT-RET-PIS + FAT-RET-COFINS + FAT-RET-CSLL
               COMPUTE WS-SALDO-DEVEDOR =
                   FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
                   - FAT-VALOR-PAGO

               DISPLAY FAT-NUMERO       AT 0925
               MOVE FAT-VALOR TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1125
               DISPLAY FAT-VENCIMENTO   AT 1325
               MOVE FAT-VALOR-CREDITO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 0963
               MOVE WS-RETIDO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1063
               MOVE FAT-VALOR-LIQUIDO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1163
               MOVE FAT-VALOR-PAGO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1263
               MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT     AT 1363

               IF WS-LIMITE <= 0 OR WS-SALDO-DEVEDOR <= 0
                   DISPLAY "Nada a creditar: fatura sem saldo."
                           AT 2140
               ELSE
                   DISPLAY "Operacao (C=Cancelar N=Nota credito):"
                           AT 1510
                   PERFORM WITH TEST AFTER
                           UNTIL WS-OPERACAO = "C" OR "N"
                       ACCEPT WS-OPERACAO AT 1548 WITH UPPER AUTO
                       IF WS-OPERACAO = "C"
                       AND (NOT FATURA-ABERTA
                            OR FAT-VALOR-PAGO NOT = ZEROS)
                           DISPLAY "Fatura com recebimento: use N."
                                   AT 2140
                           MOVE SPACE TO WS-OPERACAO
                       ELSE
                           DISPLAY "                              "
                                   AT 2140
                       END-IF
                   END-PERFORM
                   PERFORM ROT-RECEBE-VALOR
               END-IF.

       ROT-RECEBE-VALOR.
               DISPLAY "Valor......: "        AT 1710
               IF WS-OPERACAO = "C"
                   MOVE WS-LIMITE TO WS-VALOR-NOTA
                   MOVE WS-VALOR-NOTA TO WS-VALOR-EDT
                   DISPLAY WS-VALOR-EDT       AT 1725
                   PERFORM ROT-REFAZ-RETENCOES
               ELSE
                   MOVE WS-LIMITE TO WS-VALOR-EDT
                   MOVE "N" TO WS-VALOR-OK
                   PERFORM WITH TEST AFTER UNTIL WS-VALOR-OK = "S"
                       ACCEPT WS-VALOR-EDT AT 1725
                              WITH UPDATE UPPER AUTO
                       MOVE WS-VALOR-EDT TO WS-VALOR-NOTA
                       PERFORM ROT-CONFERE-VALOR
                   END-PERFORM
               END-IF

               DISPLAY "Motivo.....: "        AT 1910
               PERFORM WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES
                   ACCEPT WS-MOTIVO AT 1925 WITH UPPER AUTO
                   IF WS-MOTIVO = SPACES
                       DISPLAY "Digite o motivo.     "  AT 2140
                   ELSE
                       DISPLAY "                     "  AT 2140
                   END-IF
               END-PERFORM

               IF WS-OPERACAO = "C"
                   DISPLAY "Confirmar CANCELAMENTO?(S/N): " AT 2010
               ELSE
                   DISPLAY "Confirmar nota de credito?(S/N):" AT 2010
               END-IF

               PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2045 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2140
                   ELSE
                       DISPLAY "                "  AT 2140
                       IF OPCAO = "S"
                           PERFORM ROT-GRAVA-NOTA
                       END-IF
                   END-IF
               END-PERFORM.

       ROT-CONFERE-VALOR.
           MOVE "N" TO WS-VALOR-OK.
           IF WS-VALOR-NOTA <= 0 OR WS-VALOR-NOTA > WS-LIMITE
               DISPLAY "Valor entre 0,01 e o bruto a creditar.  "
                       AT 2140
           ELSE
               PERFORM ROT-REFAZ-RETENCOES
               IF WS-NOVO-LIQUIDO + FAT-MULTA + FAT-JUROS
                  < FAT-VALOR-PAGO
                   DISPLAY "Credito maior que o saldo a receber."
                           AT 2140
               ELSE
                   MOVE "S" TO WS-VALOR-OK
                   DISPLAY "                                        "
                           AT 2140
               END-IF
           END-IF.

       ROT-REFAZ-RETENCOES.
           COMPUTE WS-NOVA-BASE = WS-LIMITE - WS-VALOR-NOTA.
           IF WS-NOVA-BASE = 0
               MOVE ZEROS TO WS-NOVO-ISS WS-NOVO-IRRF WS-NOVO-PIS
                             WS-NOVO-COFINS WS-NOVO-CSLL
           ELSE
               COMPUTE WS-NOVO-ISS ROUNDED =
                   FAT-RET-ISS * WS-NOVA-BASE / WS-LIMITE
               COMPUTE WS-NOVO-IRRF ROUNDED =
                   FAT-RET-IRRF * WS-NOVA-BASE / WS-LIMITE
               COMPUTE WS-NOVO-PIS ROUNDED =
                   FAT-RET-PIS * WS-NOVA-BASE / WS-LIMITE
               COMPUTE WS-NOVO-COFINS ROUNDED =
                   FAT-RET-COFINS * WS-NOVA-BASE / WS-LIMITE
               COMPUTE WS-NOVO-CSLL ROUNDED =
                   FAT-RET-CSLL * WS-NOVA-BASE / WS-LIMITE
           END-IF.
           COMPUTE WS-NOVO-LIQUIDO = WS-NOVA-BASE
               - WS-NOVO-ISS - WS-NOVO-IRRF - WS-NOVO-PIS
               - WS-NOVO-COFINS - WS-NOVO-CSLL.

      *    A nota e gravada antes da fatura: o numero do documento
      *    fica consumido mesmo se a regravacao da fatura falhar,
      *    e a falha aparece na tela para acerto.
       ROT-GRAVA-NOTA.
           PERFORM ROT-PROXIMO-NUMERO.
           PERFORM ROT-PROXIMA-SEQ-NTC.
           MOVE FAT-COD-CLIENTE TO NTC-COD-CLIENTE.
           MOVE FAT-COMPETENCIA TO NTC-COMPETENCIA.
           COMPUTE NTC-SEQUENCIA = WS-PROX-SEQ-NTC + 1.
           MOVE WS-PROX-NOTA    TO NTC-NUMERO.
           MOVE FAT-NUMERO      TO NTC-NUM-FATURA.
           IF WS-OPERACAO = "C"
               SET NOTA-CANCELAMENTO TO TRUE
           ELSE
               SET NOTA-PARCIAL TO TRUE
           END-IF.
           MOVE LK-DATA-DIA     TO NTC-DATA.
           MOVE WS-VALOR-NOTA   TO NTC-VALOR.
           MOVE WS-MOTIVO       TO NTC-MOTIVO.
           MOVE LK-COD-OPERADOR TO NTC-OPERADOR.
           WRITE REG-NOTACRED.
           IF COD-ERRO-NTC NOT = "00"
               DISPLAY "Erro ao gravar a nota de credito." AT 2340
           ELSE
               PERFORM ROT-ATUALIZA-CONTROLE
               PERFORM ROT-IMPRIME-NOTA
               PERFORM ROT-GRAVA-FATURA
           END-IF.

      *    Credito que zera o saldo de fatura ja parcialmente
      *    recebida quita a fatura; sem nenhum recebimento, a
      *    fatura sem saldo fica cancelada.
       ROT-GRAVA-FATURA.
           ADD WS-VALOR-NOTA TO FAT-VALOR-CREDITO.
           MOVE WS-NOVO-ISS     TO FAT-RET-ISS.
           MOVE WS-NOVO-IRRF    TO FAT-RET-IRRF.
           MOVE WS-NOVO-PIS     TO FAT-RET-PIS.
           MOVE WS-NOVO-COFINS  TO FAT-RET-COFINS.
           MOVE WS-NOVO-CSLL    TO FAT-RET-CSLL.
           MOVE WS-NOVO-LIQUIDO TO FAT-VALOR-LIQUIDO.
           COMPUTE WS-SALDO-DEVEDOR =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-OPERACAO = "C"
               SET FATURA-CANCELADA TO TRUE
           ELSE
               IF WS-SALDO-DEVEDOR <= 0
                   IF FAT-VALOR-PAGO > 0
                       SET FATURA-PAGA TO TRUE
                   ELSE
                       SET FATURA-CANCELADA TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE LK-COD-OPERADOR TO FAT-OPERADOR.
           REWRITE REG-FATURA.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Nota gravada, erro ao regravar a fatura."
                       AT 2340
           ELSE
               ADD 1 TO WS-QTD-NOTAS
               IF FATURA-CANCELADA
                   DISPLAY "Fatura cancelada. Nota: " AT 2340
               ELSE
                   DISPLAY "Credito registrado. Nota:" AT 2340
               END-IF
               DISPLAY NTC-NUMERO AT 2366
           END-IF.

       ROT-IMPRIME-NOTA.
           WRITE LINHA-REL FROM LINHA-TRACO.
           IF NOTA-CANCELAMENTO
               MOVE "CANCELAMENTO DE FATURA" TO DOC-TITULO
           ELSE
               MOVE "NOTA DE CREDITO"        TO DOC-TITULO
           END-IF.
           MOVE NTC-NUMERO TO DOC-NUMERO.
           WRITE LINHA-REL FROM LINHA-DOC-TITULO.
           WRITE LINHA-REL FROM LINHA-TRACO.
           MOVE "Cliente.........: " TO DOC-ROTULO.
           MOVE NTC-COD-CLIENTE      TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE NTC-COMPETENCIA(5:2) TO CPE-MES.
           MOVE NTC-COMPETENCIA(1:4) TO CPE-ANO.
           MOVE "Competencia.....: " TO DOC-ROTULO.
           MOVE WS-COMPET-EDT        TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE "Fatura..........: " TO DOC-ROTULO.
           MOVE NTC-NUM-FATURA       TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE FAT-VALOR TO WS-VALOR-EDT.
           MOVE "Valor da fatura.: " TO DOC-ROTULO.
           MOVE WS-VALOR-EDT         TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE NTC-VALOR TO WS-VALOR-EDT.
           MOVE "Valor creditado.: " TO DOC-ROTULO.
           MOVE WS-VALOR-EDT         TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE "Motivo..........: " TO DOC-ROTULO.
           MOVE NTC-MOTIVO           TO DOC-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.
           MOVE NTC-DATA     TO DOC-EMI-DATA.
           MOVE NTC-OPERADOR TO DOC-EMI-OPER.
           WRITE LINHA-REL FROM LINHA-EMISSAO.
           WRITE LINHA-REL FROM LINHA-BRANCO.

      *    Proximo numero de nota, lido e regravado em CONTROLE.DAT
      *    a cada documento, no desenho do numero de fatura em
      *    FATURA; sem o contador, vale a varredura das notas.
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
           MOVE "N"   TO WS-FIM-NTC.
           MOVE ZEROS TO NTC-CHAVE.
           START ARQ-NOTAS KEY IS NOT LESS THAN NTC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NTC
           END-START.
           PERFORM UNTIL WS-FIM-NTC = "S"
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NTC
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
               DISPLAY "Aviso: contador de notas nao gravado." AT 2440
           END-IF.

      *    Proxima sequencia de nota dentro da fatura, pela mesma
      *    varredura da chave composta dos movimentos em PAGFAT.
       ROT-PROXIMA-SEQ-NTC.
           MOVE ZEROS TO WS-PROX-SEQ-NTC.
           MOVE "N"   TO WS-FIM-NTC.
           MOVE FAT-COD-CLIENTE TO NTC-COD-CLIENTE.
           MOVE FAT-COMPETENCIA TO NTC-COMPETENCIA.
           MOVE ZEROS           TO NTC-SEQUENCIA.
           START ARQ-NOTAS KEY IS NOT LESS THAN NTC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NTC
           END-START.
           PERFORM UNTIL WS-FIM-NTC = "S"
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NTC
                   NOT AT END
                       IF NTC-COD-CLIENTE NOT = FAT-COD-CLIENTE
                       OR NTC-COMPETENCIA NOT = FAT-COMPETENCIA
                           MOVE "S" TO WS-FIM-NTC
                       ELSE
                           MOVE NTC-SEQUENCIA TO WS-PROX-SEQ-NTC
                       END-IF
               END-READ
           END-PERFORM.

      *    Competencia da fatura fechada pela contabilidade nao
      *    recebe credito nem cancelamento sem a reabertura do mes
      *    em FECHAMES.
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
