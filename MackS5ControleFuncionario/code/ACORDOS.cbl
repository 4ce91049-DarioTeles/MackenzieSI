       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   ACORDOS INITIAL.
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

               SELECT  ARQ-CONTROLE ASSIGN  TO WS-CAMINHO-CTL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTL.

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

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-FERIADOS
                   LABEL RECORD STANDARD.
           COPY FERTAB.

       WORKING-STORAGE SECTION.

       77      COD-ERRO     PIC XX      VALUES SPACES.
       77      COD-ERRO-FAT PIC XX      VALUES SPACES.
       77      COD-ERRO-ACO PIC XX      VALUES SPACES.
       77      COD-ERRO-PAC PIC XX      VALUES SPACES.
       77      COD-ERRO-CTL PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR PIC XX      VALUES SPACES.
       77      COD-ERRO-FER PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      ACAO        PIC X       VALUE SPACE.
       77      WS-INCLUI   PIC X       VALUE SPACE.
       77      WS-COD-CLIENTE PIC 9(6) VALUE ZEROS.
       77      WS-NUM-ESCOLHIDO PIC 9(6) VALUE ZEROS.
       77      WS-PROX-SEQ  PIC 9(3)   VALUE ZEROS.
       77      WS-FIM-SCAN  PIC X      VALUE "N".
       77      WS-QTD-ACORDOS PIC 9(3) VALUE ZEROS.
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-MAX-LISTA PIC 99     VALUE 4.
       77      WS-AT-LINHA  PIC 9(4)   VALUE ZEROS.
       77      WS-VALOR-EDT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-IND       PIC 9(2)   VALUE ZEROS.
       77      WS-QTD-SEL   PIC 9(2)   VALUE ZEROS.
       77      WS-MAX-SEL   PIC 9(2)   VALUE 24.
       77      WS-TOTAL-ACORDO PIC 9(10)V99 VALUE ZEROS.
       77      WS-SALDO-FAT PIC 9(10)V99 VALUE ZEROS.
       77      WS-QTD-PARC  PIC 9(2)   VALUE ZEROS.
       77      WS-VALOR-PARC PIC 9(10)V99 VALUE ZEROS.
       77      WS-VALOR-ULT PIC 9(10)V99 VALUE ZEROS.
       77      WS-PRIM-VENCTO PIC X(10) VALUE SPACES.
       77      WS-PRIM-OK   PIC X      VALUE "N".
       77      WS-PARC-ANO  PIC 9(4)   VALUE ZEROS.
       77      WS-PARC-MES  PIC 9(2)   VALUE ZEROS.
       77      WS-PARC-DIA  PIC 9(2)   VALUE ZEROS.
       77      WS-PCT-MULTA PIC 9(3)V99 VALUE 2.
       77      WS-PCT-JUROS PIC 9(3)V99 VALUE 1.
       77      WS-DIAS-ATRASO PIC S9(7) VALUE ZEROS.
       77      WS-MULTA-CALC PIC 9(10)V99 VALUE ZEROS.
       77      WS-JUROS-CALC PIC 9(10)V99 VALUE ZEROS.
       77      WS-DATA-TESTE PIC X(10)  VALUE SPACES.
       77      WS-DATA-OK   PIC X       VALUE "N".
       77      WS-TST-DIA   PIC 99      VALUE ZEROS.
       77      WS-TST-MES   PIC 99      VALUE ZEROS.
       77      WS-TST-ANO   PIC 9999    VALUE ZEROS.
       77      WS-TST-NUM   PIC 9(8)    VALUE ZEROS.
       77      WS-HOJE-NUM  PIC 9(8)    VALUE ZEROS.
       77      WS-VENC-NUM  PIC 9(8)    VALUE ZEROS.
       77      WS-PROX-NUMERO PIC 9(6)  VALUE ZEROS.
       77      WS-PROX-ACORDO PIC 9(6)  VALUE ZEROS.
       77      WS-CTL-FAT-EXISTE PIC X  VALUE "N".
       77      WS-CTL-ACO-EXISTE PIC X  VALUE "N".
       77      WS-GRAVOU-OK PIC X       VALUE "N".
       77      WS-ACO-GRAVADO PIC X     VALUE "N".
       77      WS-QTD-PARC-GRAV PIC 9(2) VALUE ZEROS.
       77      WS-QTD-RENEG PIC 9(2)    VALUE ZEROS.
       77      WS-FER-ABERTO  PIC X       VALUE "N".
       77      WS-DATA-UTIL-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-DIA-UTIL-INT PIC 9(7)   VALUE ZEROS.
       77      WS-DIA-SEMANA  PIC 9(1)    VALUE ZEROS.
       77      WS-DIA-UTIL-OK PIC X       VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-FER PIC X(100)
                       VALUE "C:\TEMP\FERIADOS.DAT".

      *    Faturas escolhidas para o acordo, com os encargos
      *    calculados na data de hoje; so vao para a fatura na
      *    confirmacao do acordo.
       01      WS-TAB-SELECAO.
           02 WS-SEL OCCURS 24 TIMES.
               03 WS-SEL-COMPET   PIC 9(6).
               03 WS-SEL-MULTA    PIC 9(10)V99.
               03 WS-SEL-JUROS    PIC 9(10)V99.
               03 WS-SEL-SALDO    PIC 9(10)V99.
      *    Situacao anterior da fatura, para desfazer a renegociacao
      *    se a gravacao do acordo nao se completar.
               03 WS-SEL-STATUS-ANT PIC X(1).
               03 WS-SEL-MULTA-ANT PIC 9(10)V99.
               03 WS-SEL-JUROS-ANT PIC 9(10)V99.
               03 WS-SEL-OPER-ANT PIC X(8).

       01      LINHA-ACORDO.
           02 LST-NUMERO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-DATA      PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-PARCELAS  PIC Z9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-STATUS    PIC X(10).

       01      LINHA-FATURA.
           02 FILLER        PIC X(8)  VALUE "Fatura ".
           02 LFT-NUMERO    PIC 9(6).
           02 FILLER        PIC X(9)  VALUE "  Compet ".
           02 LFT-MES       PIC 99.
           02 FILLER        PIC X(1)  VALUE "/".
           02 LFT-ANO       PIC 9999.
           02 FILLER        PIC X(9)  VALUE "  Vencto ".
           02 LFT-VENCTO    PIC X(10).
           02 FILLER        PIC X(8)  VALUE "  Saldo ".
           02 LFT-SALDO     PIC ZZZ.ZZZ.ZZ9,99.

       01      LINHA-PARCELA.
           02 LPC-PARCELA   PIC Z9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LPC-NOSSO-NUM PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LPC-VENCTO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LPC-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LPC-PAGO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LPC-STATUS    PIC X(9).

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.

           OPEN I-O ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY ERASE
               DISPLAY "Arquivo de faturas nao encontrado." AT 1010
               DISPLAY "Execute a emissao de faturas antes." AT 1210
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

           OPEN INPUT CAD-CLIENTE.

      *    ACORDOS.DAT, PARCACO.DAT e CONTROLE.DAT podem ainda nao
      *    existir no primeiro acordo; nesse caso sao criados
      *    vazios antes de abertos para atualizacao, como
      *    CEPTAB.DAT em CEPCARGA.
           OPEN I-O ARQ-ACORDOS.
           IF COD-ERRO-ACO NOT = "00"
               OPEN OUTPUT ARQ-ACORDOS
               CLOSE ARQ-ACORDOS
               OPEN I-O ARQ-ACORDOS
           END-IF.
           OPEN I-O ARQ-PARCELAS.
           IF COD-ERRO-PAC NOT = "00"
               OPEN OUTPUT ARQ-PARCELAS
               CLOSE ARQ-PARCELAS
               OPEN I-O ARQ-PARCELAS
           END-IF.
           OPEN I-O ARQ-CONTROLE.
           IF COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.

           PERFORM ROT-LE-PARAMETROS.

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

           MOVE LK-DATA-DIA TO WS-DATA-TESTE.
           PERFORM ROT-VALIDA-DATA.
           MOVE WS-TST-NUM TO WS-HOJE-NUM.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE CAD-CLIENTE.
               CLOSE ARQ-FATURAS.
               CLOSE ARQ-ACORDOS.
               CLOSE ARQ-PARCELAS.
               CLOSE ARQ-CONTROLE.
               IF WS-FER-ABERTO = "S"
                   CLOSE ARQ-FERIADOS
               END-IF.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-COD-CLIENTE.
               MOVE SPACES TO REG-CLIENTE.
               MOVE SPACES TO ACAO.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Acordos de Parcelamento: " AT 0310.
               DISPLAY "Cliente: "            AT 0510.

      *    Recebimento de Dados

          PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE>0
                                    AND WS-COD-CLIENTE<=999999
              ACCEPT WS-COD-CLIENTE AT 0545 WITH UPPER AUTO
              IF WS-COD-CLIENTE<=0 OR WS-COD-CLIENTE>999999
                  DISPLAY "Digite 000001 a 999999.     "  AT 2340
              ELSE
                  DISPLAY "                            "  AT 2340
              END-IF
          END-PERFORM.

      *    Rotina de Leitura do cliente
               MOVE WS-COD-CLIENTE TO CodCliente.
               READ  CAD-CLIENTE

               IF COD-ERRO NOT = "00"
     		        DISPLAY "Nao achou o cliente." AT 2340
               ELSE
                   DISPLAY NomeCliente AT 0555
                   PERFORM ROT-LISTA-ACORDOS
                   PERFORM ROT-MENU-ACAO UNTIL ACAO = "S"
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outro Cliente?(S/N): " AT 2410

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2435 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2440
                   ELSE
                       DISPLAY "             "  AT 2440
                   END-IF
             END-PERFORM.

      *    Lista os acordos do cliente pelo START no inicio da
      *    chave composta, como a lista de contatos em CONTATOS.
       ROT-LISTA-ACORDOS.
           MOVE ZEROS TO WS-QTD-ACORDOS.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           DISPLAY "Acordo  Data        Parc  Valor total     Situacao"
                   AT 0710.
           MOVE WS-COD-CLIENTE TO ACO-COD-CLIENTE.
           MOVE ZEROS          TO ACO-SEQUENCIA.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.

           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF ACO-COD-CLIENTE NOT = WS-COD-CLIENTE
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           ADD 1 TO WS-QTD-ACORDOS
                           MOVE ACO-SEQUENCIA TO WS-PROX-SEQ
                           IF WS-QTD-ACORDOS <= WS-MAX-LISTA
                               PERFORM ROT-MOSTRA-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-ACORDOS = ZEROS
               DISPLAY "Cliente sem acordos registrados." AT 0810
           END-IF.

       ROT-MOSTRA-ACORDO.
           ADD 1 TO WS-LIN-LISTA.
           MOVE ACO-NUMERO       TO LST-NUMERO.
           MOVE ACO-DATA         TO LST-DATA.
           MOVE ACO-QTD-PARCELAS TO LST-PARCELAS.
           MOVE ACO-VALOR-TOTAL  TO LST-VALOR.
           EVALUATE TRUE
               WHEN ACORDO-ATIVO
                   MOVE "Ativo"    TO LST-STATUS
               WHEN ACORDO-QUITADO
                   MOVE "Quitado"  TO LST-STATUS
               WHEN ACORDO-QUEBRADO
                   MOVE "Quebrado" TO LST-STATUS
               WHEN OTHER
                   MOVE SPACES     TO LST-STATUS
           END-EVALUATE.
           COMPUTE WS-AT-LINHA = (7 + WS-LIN-LISTA) * 100 + 10.
           DISPLAY LINHA-ACORDO AT WS-AT-LINHA.

       ROT-MENU-ACAO.
           DISPLAY "Acao (N=Novo acordo C=Consultar parcelas S=Sair):"
                   AT 1310.
           PERFORM WITH TEST AFTER
                   UNTIL ACAO = "N" OR "C" OR "S"
               ACCEPT ACAO AT 1361 WITH UPPER AUTO
               IF ACAO NOT = "N" AND "C" AND "S"
                   DISPLAY "Digite N, C ou S.   "  AT 2340
               ELSE
                   DISPLAY "                    "  AT 2340
               END-IF
           END-PERFORM.

           EVALUATE ACAO
               WHEN "N"
                   PERFORM ROT-NOVO-ACORDO
               WHEN "C"
                   PERFORM ROT-CONSULTA-ACORDO
           END-EVALUATE.

           IF ACAO NOT = "S"
               STOP "   <Enter> para continuar         "
               PERFORM ROT-LIMPA-AREA
               PERFORM ROT-LISTA-ACORDOS
           END-IF.

       ROT-LIMPA-AREA.
           PERFORM VARYING WS-IND FROM 8 BY 1 UNTIL WS-IND > 23
               COMPUTE WS-AT-LINHA = WS-IND * 100 + 1
               DISPLAY "                                        "
                       AT WS-AT-LINHA
               COMPUTE WS-AT-LINHA = WS-IND * 100 + 41
               DISPLAY "                                        "
                       AT WS-AT-LINHA
           END-PERFORM.

      *    Novo acordo: percorre as faturas pendentes do cliente
      *    (abertas ou pagas parcialmente), com multa e juros
      *    calculados para hoje quando ja vencidas, e o operador
      *    escolhe as que entram. O total e dividido em parcelas
      *    mensais a partir do primeiro vencimento, cada uma
      *    rolada para o proximo dia util pelo calendario de
      *    FERIADOS.
       ROT-NOVO-ACORDO.
           MOVE ZEROS TO WS-QTD-SEL WS-TOTAL-ACORDO.
           INITIALIZE WS-TAB-SELECAO.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE WS-COD-CLIENTE TO FAT-COD-CLIENTE.
           MOVE ZEROS          TO FAT-COMPETENCIA.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.

           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = WS-COD-CLIENTE
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           IF FATURA-PENDENTE
                               PERFORM ROT-OFERECE-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-SEL = ZEROS
               DISPLAY "Nenhuma fatura escolhida; acordo nao gravado."
                       AT 2340
           ELSE
               PERFORM ROT-DEFINE-PARCELAS
           END-IF.

       ROT-OFERECE-FATURA.
           IF WS-QTD-SEL >= WS-MAX-SEL
               DISPLAY "Limite de 24 faturas por acordo atingido."
                       AT 2340
               MOVE "S" TO WS-FIM-SCAN
           ELSE
               PERFORM ROT-CALCULA-ENCARGOS
               COMPUTE WS-SALDO-FAT =
                   FAT-VALOR-LIQUIDO
                   + WS-MULTA-CALC + WS-JUROS-CALC
                   - FAT-VALOR-PAGO
               MOVE FAT-NUMERO            TO LFT-NUMERO
               MOVE FAT-COMPETENCIA(5:2)  TO LFT-MES
               MOVE FAT-COMPETENCIA(1:4)  TO LFT-ANO
               MOVE FAT-VENCIMENTO        TO LFT-VENCTO
               MOVE WS-SALDO-FAT          TO LFT-SALDO
               DISPLAY LINHA-FATURA AT 1510
               DISPLAY "Incluir no acordo?(S/N): " AT 1610
               MOVE SPACE TO WS-INCLUI
               PERFORM WITH TEST AFTER UNTIL WS-INCLUI = "S" OR "N"
                   ACCEPT WS-INCLUI AT 1636 WITH UPPER AUTO
               END-PERFORM
               IF WS-INCLUI = "S" AND WS-SALDO-FAT > 0
                   ADD 1 TO WS-QTD-SEL
                   MOVE FAT-COMPETENCIA TO WS-SEL-COMPET(WS-QTD-SEL)
                   MOVE WS-MULTA-CALC   TO WS-SEL-MULTA(WS-QTD-SEL)
                   MOVE WS-JUROS-CALC   TO WS-SEL-JUROS(WS-QTD-SEL)
                   MOVE WS-SALDO-FAT    TO WS-SEL-SALDO(WS-QTD-SEL)
                   ADD WS-SALDO-FAT     TO WS-TOTAL-ACORDO
               END-IF
               DISPLAY "Faturas escolhidas: " AT 1710
               DISPLAY WS-QTD-SEL             AT 1730
               DISPLAY "Total: "              AT 1740
               MOVE WS-TOTAL-ACORDO TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT           AT 1747
           END-IF.

       ROT-DEFINE-PARCELAS.
           MOVE ZEROS TO WS-QTD-PARC.
           DISPLAY "Numero de parcelas (01 a 24): " AT 1810.
           PERFORM WITH TEST AFTER UNTIL WS-QTD-PARC >= 1
                                     AND WS-QTD-PARC <= 24
               ACCEPT WS-QTD-PARC AT 1841 WITH UPPER AUTO
               IF WS-QTD-PARC < 1 OR WS-QTD-PARC > 24
                   DISPLAY "Digite de 01 a 24.          "  AT 2340
               ELSE
                   DISPLAY "                            "  AT 2340
               END-IF
           END-PERFORM.

      *    O dia do primeiro vencimento vale para todas as
      *    parcelas, por isso fica entre 01 e 28, que existe em
      *    qualquer mes.
           MOVE SPACES TO WS-PRIM-VENCTO.
           MOVE "N" TO WS-PRIM-OK.
           DISPLAY "Primeiro vencimento (DD/MM/AAAA): " AT 1910.
           PERFORM WITH TEST AFTER UNTIL WS-PRIM-OK = "S"
               ACCEPT WS-PRIM-VENCTO AT 1945 WITH UPDATE UPPER AUTO
               MOVE WS-PRIM-VENCTO TO WS-DATA-TESTE
               PERFORM ROT-VALIDA-DATA
               EVALUATE TRUE
                   WHEN WS-DATA-OK = "N"
                       DISPLAY "Data invalida.                    "
                               AT 2340
                   WHEN WS-TST-DIA > 28
                       DISPLAY "Use um dia de 01 a 28.            "
                               AT 2340
                   WHEN WS-TST-NUM < WS-HOJE-NUM
                       DISPLAY "Vencimento anterior a hoje.       "
                               AT 2340
                   WHEN OTHER
                       DISPLAY "                                  "
                               AT 2340
                       MOVE "S" TO WS-PRIM-OK
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TST-ANO TO WS-PARC-ANO.
           MOVE WS-TST-MES TO WS-PARC-MES.
           MOVE WS-TST-DIA TO WS-PARC-DIA.

      *    Parcelas iguais, arredondadas para baixo no centavo; a
      *    diferenca do arredondamento vai para a ultima.
           DIVIDE WS-TOTAL-ACORDO BY WS-QTD-PARC
               GIVING WS-VALOR-PARC.
           COMPUTE WS-VALOR-ULT =
               WS-TOTAL-ACORDO - WS-VALOR-PARC * (WS-QTD-PARC - 1).
           DISPLAY "Parcelas de " AT 2010.
           MOVE WS-VALOR-PARC TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT   AT 2022.
           DISPLAY "ultima de "   AT 2040.
           MOVE WS-VALOR-ULT TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT   AT 2050.

           DISPLAY "Confirmar acordo?(S/N): " AT 2110.
           MOVE SPACE TO WS-INCLUI.
           PERFORM WITH TEST AFTER UNTIL WS-INCLUI = "S" OR "N"
               ACCEPT WS-INCLUI AT 2135 WITH UPPER AUTO
               IF WS-INCLUI NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2340
               ELSE
                   DISPLAY "                "  AT 2340
               END-IF
           END-PERFORM.
           IF WS-INCLUI = "S"
               PERFORM ROT-GRAVA-ACORDO
           ELSE
               DISPLAY "Acordo descartado." AT 2340
           END-IF.

      *    Gravacao: numera o acordo e grava primeiro o acordo e
      *    as parcelas, com o nosso-numero tirado do contador das
      *    faturas; so com os dois gravados as faturas sao marcadas
      *    como renegociadas, com os encargos apurados. Qualquer
      *    falha no caminho desfaz o que ja foi gravado, para a
      *    fatura nao ficar renegociada sem acordo. Os contadores
      *    avancam mesmo assim: numero pulado nao faz mal, numero
      *    repetido faria.
       ROT-GRAVA-ACORDO.
           PERFORM ROT-PROXIMOS-NUMEROS.
           ADD 1 TO WS-PROX-ACORDO.
           MOVE "S" TO WS-GRAVOU-OK.
           MOVE "N" TO WS-ACO-GRAVADO.
           MOVE ZEROS TO WS-QTD-PARC-GRAV WS-QTD-RENEG.

           MOVE WS-COD-CLIENTE   TO ACO-COD-CLIENTE.
           COMPUTE ACO-SEQUENCIA = WS-PROX-SEQ + 1.
           MOVE WS-PROX-ACORDO   TO ACO-NUMERO.
           MOVE LK-DATA-DIA      TO ACO-DATA.
           MOVE WS-TOTAL-ACORDO  TO ACO-VALOR-TOTAL.
           MOVE WS-QTD-PARC      TO ACO-QTD-PARCELAS.
           SET ACORDO-ATIVO TO TRUE.
           MOVE SPACES           TO ACO-DATA-QUEBRA.
           MOVE LK-COD-OPERADOR  TO ACO-OPERADOR.
           MOVE WS-QTD-SEL       TO ACO-QTD-FATURAS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 24
               IF WS-IND > WS-QTD-SEL
                   MOVE ZEROS TO ACO-FAT-COMPETENCIA(WS-IND)
                                 ACO-FAT-SALDO(WS-IND)
               ELSE
                   MOVE WS-SEL-COMPET(WS-IND)
                       TO ACO-FAT-COMPETENCIA(WS-IND)
                   MOVE WS-SEL-SALDO(WS-IND)
                       TO ACO-FAT-SALDO(WS-IND)
               END-IF
           END-PERFORM.
           WRITE REG-ACORDO.
           IF COD-ERRO-ACO NOT = "00"
               MOVE "N" TO WS-GRAVOU-OK
           ELSE
               MOVE "S" TO WS-ACO-GRAVADO
           END-IF.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PARC
                   OR WS-GRAVOU-OK = "N"
               PERFORM ROT-GRAVA-PARCELA
           END-PERFORM.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-SEL
                   OR WS-GRAVOU-OK = "N"
               PERFORM ROT-RENEGOCIA-FATURA
           END-PERFORM.

           IF WS-GRAVOU-OK = "N"
               PERFORM ROT-DESFAZ-ACORDO
           END-IF.

           PERFORM ROT-ATUALIZA-CONTROLE.

           IF WS-GRAVOU-OK = "S"
               DISPLAY "Acordo gravado: numero " AT 2340
               DISPLAY WS-PROX-ACORDO AT 2364
           ELSE
               DISPLAY "Acordo nao gravado; faturas mantidas." AT 2340
           END-IF.

      *    Desfaz, na ordem inversa, o que a gravacao conseguiu
      *    fazer: faturas voltam a situacao e aos encargos de
      *    antes, e as parcelas e o acordo gravados sao apagados.
      *    So apaga o que esta execucao gravou - acordo ou parcela
      *    recusados por chave duplicada pertencem a outro acordo.
       ROT-DESFAZ-ACORDO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-RENEG
               PERFORM ROT-RESTAURA-FATURA
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PARC-GRAV
               MOVE WS-PROX-ACORDO TO PAC-NUM-ACORDO
               MOVE WS-IND         TO PAC-PARCELA
               DELETE ARQ-PARCELAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           IF WS-ACO-GRAVADO = "S"
               MOVE WS-COD-CLIENTE TO ACO-COD-CLIENTE
               COMPUTE ACO-SEQUENCIA = WS-PROX-SEQ + 1
               DELETE ARQ-ACORDOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       ROT-RESTAURA-FATURA.
           MOVE WS-COD-CLIENTE        TO FAT-COD-CLIENTE.
           MOVE WS-SEL-COMPET(WS-IND) TO FAT-COMPETENCIA.
           READ ARQ-FATURAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SEL-STATUS-ANT(WS-IND) TO FAT-STATUS
                   MOVE WS-SEL-MULTA-ANT(WS-IND)  TO FAT-MULTA
                   MOVE WS-SEL-JUROS-ANT(WS-IND)  TO FAT-JUROS
                   MOVE WS-SEL-OPER-ANT(WS-IND)   TO FAT-OPERADOR
                   REWRITE REG-FATURA
                   IF COD-ERRO-FAT NOT = "00"
                       DISPLAY "Erro ao restaurar a fatura " AT 2240
                       DISPLAY FAT-COMPETENCIA AT 2268
                   END-IF
           END-READ.

       ROT-GRAVA-PARCELA.
           MOVE WS-PROX-ACORDO  TO PAC-NUM-ACORDO.
           MOVE WS-IND          TO PAC-PARCELA.
           ADD 1 TO WS-PROX-NUMERO.
           MOVE WS-PROX-NUMERO  TO PAC-NOSSO-NUMERO.
           MOVE WS-COD-CLIENTE  TO PAC-COD-CLIENTE.
           IF WS-IND = WS-QTD-PARC
               MOVE WS-VALOR-ULT  TO PAC-VALOR
           ELSE
               MOVE WS-VALOR-PARC TO PAC-VALOR
           END-IF.
           COMPUTE WS-DATA-UTIL-NUM =
               WS-PARC-ANO * 10000 + WS-PARC-MES * 100 + WS-PARC-DIA.
           PERFORM ROT-PROXIMO-DIA-UTIL.
           MOVE SPACES TO PAC-VENCIMENTO.
           STRING WS-DATA-UTIL-NUM(7:2) "/" WS-DATA-UTIL-NUM(5:2) "/"
                  WS-DATA-UTIL-NUM(1:4)
               DELIMITED BY SIZE INTO PAC-VENCIMENTO.
           SET PARCELA-ABERTA TO TRUE.
           MOVE SPACES          TO PAC-DATA-PAGTO.
           MOVE ZEROS           TO PAC-VALOR-PAGO.
           MOVE LK-COD-OPERADOR TO PAC-OPERADOR.
           WRITE REG-PARCELA.
           IF COD-ERRO-PAC NOT = "00"
               MOVE "N" TO WS-GRAVOU-OK
           ELSE
               ADD 1 TO WS-QTD-PARC-GRAV
           END-IF.
           IF WS-PARC-MES = 12
               MOVE 1 TO WS-PARC-MES
               ADD 1 TO WS-PARC-ANO
           ELSE
               ADD 1 TO WS-PARC-MES
           END-IF.

       ROT-RENEGOCIA-FATURA.
           MOVE WS-COD-CLIENTE        TO FAT-COD-CLIENTE.
           MOVE WS-SEL-COMPET(WS-IND) TO FAT-COMPETENCIA.
           READ ARQ-FATURAS
               INVALID KEY
                   MOVE "N" TO WS-GRAVOU-OK
               NOT INVALID KEY
                   MOVE FAT-STATUS   TO WS-SEL-STATUS-ANT(WS-IND)
                   MOVE FAT-MULTA    TO WS-SEL-MULTA-ANT(WS-IND)
                   MOVE FAT-JUROS    TO WS-SEL-JUROS-ANT(WS-IND)
                   MOVE FAT-OPERADOR TO WS-SEL-OPER-ANT(WS-IND)
                   MOVE WS-SEL-MULTA(WS-IND) TO FAT-MULTA
                   MOVE WS-SEL-JUROS(WS-IND) TO FAT-JUROS
                   SET FATURA-RENEGOCIADA TO TRUE
                   MOVE LK-COD-OPERADOR TO FAT-OPERADOR
                   REWRITE REG-FATURA
                   IF COD-ERRO-FAT NOT = "00"
                       MOVE "N" TO WS-GRAVOU-OK
                   ELSE
                       MOVE WS-IND TO WS-QTD-RENEG
                   END-IF
           END-READ.

      *    Consulta as parcelas de um acordo do cliente, oito por
      *    tela.
       ROT-CONSULTA-ACORDO.
           MOVE ZEROS TO WS-NUM-ESCOLHIDO.
           DISPLAY "Numero do acordo: " AT 1510.
           PERFORM WITH TEST AFTER UNTIL WS-NUM-ESCOLHIDO > 0
               ACCEPT WS-NUM-ESCOLHIDO AT 1528 WITH UPPER AUTO
           END-PERFORM.
           MOVE WS-NUM-ESCOLHIDO TO ACO-NUMERO.
           READ ARQ-ACORDOS KEY IS ACO-NUMERO
               INVALID KEY
                   DISPLAY "Nao achou o acordo.           " AT 2340
               NOT INVALID KEY
                   IF ACO-COD-CLIENTE NOT = WS-COD-CLIENTE
                       DISPLAY "Acordo de outro cliente.      "
                               AT 2340
                   ELSE
                       PERFORM ROT-LISTA-PARCELAS
                   END-IF
           END-READ.

       ROT-LISTA-PARCELAS.
           DISPLAY "Pc  NossoNum  Vencimento           Valor"
                   AT 1610.
           DISPLAY "      Recebido  Situacao" AT 1652.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ACO-NUMERO TO PAC-NUM-ACORDO.
           MOVE ZEROS      TO PAC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF PAC-NUM-ACORDO NOT = ACO-NUMERO
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           PERFORM ROT-MOSTRA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-MOSTRA-PARCELA.
           IF WS-LIN-LISTA >= 6
               STOP "   <Enter> para continuar         "
               MOVE ZEROS TO WS-LIN-LISTA
           END-IF.
           ADD 1 TO WS-LIN-LISTA.
           MOVE PAC-PARCELA      TO LPC-PARCELA.
           MOVE PAC-NOSSO-NUMERO TO LPC-NOSSO-NUM.
           MOVE PAC-VENCIMENTO   TO LPC-VENCTO.
           MOVE PAC-VALOR        TO LPC-VALOR.
           MOVE PAC-VALOR-PAGO   TO LPC-PAGO.
           EVALUATE TRUE
               WHEN PARCELA-ABERTA
                   MOVE "Aberta"    TO LPC-STATUS
               WHEN PARCELA-PARCIAL
                   MOVE "Parcial"   TO LPC-STATUS
               WHEN PARCELA-PAGA
                   MOVE "Paga"      TO LPC-STATUS
               WHEN PARCELA-CANCELADA
                   MOVE "Cancelada" TO LPC-STATUS
               WHEN OTHER
                   MOVE SPACES      TO LPC-STATUS
           END-EVALUATE.
           COMPUTE WS-AT-LINHA = (16 + WS-LIN-LISTA) * 100 + 10.
           DISPLAY LINHA-PARCELA AT WS-AT-LINHA.

      *    Proximo numero de acordo e proximo nosso-numero, lidos
      *    de CONTROLE.DAT como em FATURA. Sem o contador, vale a
      *    varredura dos arquivos, e o contador e recriado na
      *    gravacao; o nosso-numero considera faturas e parcelas.
       ROT-PROXIMOS-NUMEROS.
           MOVE "N" TO WS-CTL-FAT-EXISTE WS-CTL-ACO-EXISTE.
           MOVE "PROX-NUM-FATURA" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-VALOR > 0
                       MOVE "S" TO WS-CTL-FAT-EXISTE
                       COMPUTE WS-PROX-NUMERO = CTL-VALOR - 1
                   END-IF
           END-READ.
           IF WS-CTL-FAT-EXISTE = "N"
               PERFORM ROT-VARRE-NUMEROS
           END-IF.
           MOVE "PROX-NUM-ACORDO" TO CTL-CODIGO.
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-VALOR > 0
                       MOVE "S" TO WS-CTL-ACO-EXISTE
                       COMPUTE WS-PROX-ACORDO = CTL-VALOR - 1
                   END-IF
           END-READ.
           IF WS-CTL-ACO-EXISTE = "N"
               PERFORM ROT-VARRE-ACORDOS
           END-IF.

       ROT-VARRE-NUMEROS.
           MOVE ZEROS TO WS-PROX-NUMERO.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE ZEROS TO FAT-CHAVE.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF FAT-NUMERO > WS-PROX-NUMERO
                           MOVE FAT-NUMERO TO WS-PROX-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE ZEROS TO PAC-CHAVE.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF PAC-NOSSO-NUMERO > WS-PROX-NUMERO
                           MOVE PAC-NOSSO-NUMERO TO WS-PROX-NUMERO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-VARRE-ACORDOS.
           MOVE ZEROS TO WS-PROX-ACORDO.
           MOVE "N"   TO WS-FIM-SCAN.
           MOVE ZEROS TO ACO-CHAVE.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-ACORDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF ACO-NUMERO > WS-PROX-ACORDO
                           MOVE ACO-NUMERO TO WS-PROX-ACORDO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ATUALIZA-CONTROLE.
           MOVE "PROX-NUM-FATURA" TO CTL-CODIGO.
           COMPUTE CTL-VALOR = WS-PROX-NUMERO + 1.
           IF WS-CTL-FAT-EXISTE = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           IF COD-ERRO-CTL NOT = "00"
               DISPLAY "Aviso: contador de faturas nao gravado."
                       AT 2240
           END-IF.
           MOVE "PROX-NUM-ACORDO" TO CTL-CODIGO.
           COMPUTE CTL-VALOR = WS-PROX-ACORDO + 1.
           IF WS-CTL-ACO-EXISTE = "S"
               REWRITE REG-CONTROLE
           ELSE
               WRITE REG-CONTROLE
           END-IF.
           IF COD-ERRO-CTL NOT = "00"
               DISPLAY "Aviso: contador de acordos nao gravado."
                       AT 2240
           END-IF.

      *    Multa e juros da fatura vencida, pelo mesmo calculo de
      *    PAGFAT, tomando hoje como data de pagamento. Fatura que
      *    ja tem encargos gravados fica com eles.
       ROT-CALCULA-ENCARGOS.
           MOVE FAT-MULTA TO WS-MULTA-CALC.
           MOVE FAT-JUROS TO WS-JUROS-CALC.
           IF FAT-MULTA > 0 OR FAT-JUROS > 0
               CONTINUE
           ELSE
               MOVE FAT-VENCIMENTO TO WS-DATA-TESTE
               PERFORM ROT-VALIDA-DATA
               IF WS-DATA-OK = "S" AND WS-HOJE-NUM > 0
                   MOVE WS-TST-NUM TO WS-DATA-UTIL-NUM
                   PERFORM ROT-PROXIMO-DIA-UTIL
                   MOVE WS-DATA-UTIL-NUM TO WS-VENC-NUM
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
                   IF WS-DIAS-ATRASO > 0
                       COMPUTE WS-MULTA-CALC ROUNDED =
                           FAT-VALOR-LIQUIDO * WS-PCT-MULTA / 100
                       COMPUTE WS-JUROS-CALC ROUNDED =
                           FAT-VALOR-LIQUIDO * WS-PCT-JUROS / 100
                           * WS-DIAS-ATRASO / 30
                   END-IF
               END-IF
           END-IF.

      *    Valida data no formato DD/MM/AAAA e monta o numero
      *    AAAAMMDD para comparacao, como em AGING.
       ROT-VALIDA-DATA.
           MOVE "N" TO WS-DATA-OK.
           MOVE ZEROS TO WS-TST-NUM.
           IF WS-DATA-TESTE(1:2) IS NUMERIC
           AND WS-DATA-TESTE(3:1) = "/"
           AND WS-DATA-TESTE(4:2) IS NUMERIC
           AND WS-DATA-TESTE(6:1) = "/"
           AND WS-DATA-TESTE(7:4) IS NUMERIC
               MOVE "S" TO WS-DATA-OK
           END-IF.

           IF WS-DATA-OK = "S"
               MOVE WS-DATA-TESTE(1:2) TO WS-TST-DIA
               MOVE WS-DATA-TESTE(4:2) TO WS-TST-MES
               MOVE WS-DATA-TESTE(7:4) TO WS-TST-ANO
               IF WS-TST-DIA < 1 OR WS-TST-DIA > 31
               OR WS-TST-MES < 1 OR WS-TST-MES > 12
                   MOVE "N" TO WS-DATA-OK
               END-IF
           END-IF.

           IF WS-DATA-OK = "S"
               COMPUTE WS-TST-NUM =
                   WS-TST-ANO * 10000 + WS-TST-MES * 100 + WS-TST-DIA
           END-IF.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "PCT-MULTA-ATRASO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR >= 0 AND PAR-VALOR < 100
                           MOVE PAR-VALOR TO WS-PCT-MULTA
                       END-IF
               END-READ
               MOVE "PCT-JUROS-MES" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR >= 0 AND PAR-VALOR < 100
                           MOVE PAR-VALOR TO WS-PCT-JUROS
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
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
