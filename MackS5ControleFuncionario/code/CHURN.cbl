       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CHURN.
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

               SELECT  ARQ-CANCELAM ASSIGN  TO WS-CAMINHO-CAN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CAN-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CAN.

               SELECT  ARQ-MOTIVOS ASSIGN  TO WS-CAMINHO-MOT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOT-CODIGO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-MOT.

               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-VENDEDORES ASSIGN  TO WS-CAMINHO-VEN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  VEN-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-VEN.

               SELECT  REL-CHURN ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-CANCELAM
                   LABEL RECORD STANDARD.
           COPY CANCLI.

       FD          ARQ-MOTIVOS
                   LABEL RECORD STANDARD.
           COPY MOTCAN.

       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-VENDEDORES
                   LABEL RECORD STANDARD.
           COPY VENDREG.

       FD          REL-CHURN
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "CHURN".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(14)
                               VALUE "C:\TEMP\CHURN_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-CAN   PIC XX      VALUE SPACES.
       77      COD-ERRO-MOT   PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-VEN   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-CAN     PIC X       VALUE "N".
       77      WS-FIM-MOT     PIC X       VALUE "N".
       77      WS-CAN-ABERTO  PIC X       VALUE "N".
       77      WS-FAT-ABERTO  PIC X       VALUE "N".
       77      WS-VEN-ABERTO  PIC X       VALUE "N".
       77      WS-JA-CLIENTE  PIC X       VALUE "N".
       77      WS-ACHOU       PIC X       VALUE "N".
       77      WS-TROCOU      PIC X       VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-CAN PIC X(100)
                       VALUE "C:\TEMP\CANCELAM.DAT".
       77      WS-CAMINHO-MOT PIC X(100)
                       VALUE "C:\TEMP\MOTCANC.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-VEN PIC X(100)
                       VALUE "C:\TEMP\VENDEDORES.DAT".

      *    Competencia analisada: por padrao o mes anterior, como
      *    em CTBEXP; pode ser forcada via variavel de ambiente
      *    (AAAAMM).
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-CAN-COMPET  PIC 9(6)    VALUE ZEROS.
       77      WS-INICIO-MES  PIC 9(8)    VALUE ZEROS.
       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).

      *    Totais do mes. A taxa de cancelamento conta so os
      *    motivos de perda (MOT-PERDA); os demais, como cadastro
      *    duplicado unificado, aparecem por motivo mas ficam fora
      *    da taxa e dos quadros por vendedor e por UF.
       77      WS-QTD-CANC    PIC 9(5)    VALUE ZEROS.
       77      WS-VC-CANC     PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-PERDAS  PIC 9(5)    VALUE ZEROS.
       77      WS-VC-PERDAS   PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-SEM-PERDA PIC 9(5)  VALUE ZEROS.
       77      WS-VC-SEM-PERDA PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-CLIENTES PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-BASE    PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-NOVOS   PIC 9(5)    VALUE ZEROS.
       77      WS-TAXA        PIC 9(3)V99 VALUE ZEROS.

      *    Motivos de MOTCANC na ordem do codigo. Codigo gravado
      *    em CANCELAM que nao esta mais na tabela entra no fim e
      *    conta como perda; alem do limite, tudo vai para a linha
      *    "DEMAIS", como em GEOCLI, para o relatorio nunca perder
      *    cancelamento.
       77      WS-QTD-MOTIVOS PIC 9(3)    VALUE ZEROS.
       77      WS-IND-MOT     PIC 9(3)    VALUE ZEROS.
       01      WS-TAB-MOTIVOS.
           02 WS-ENT-MOTIVO OCCURS 50 TIMES.
               03 TMO-CODIGO    PIC X(10).
               03 TMO-DESCRICAO PIC X(30).
               03 TMO-PERDA     PIC X(1).
               03 TMO-QTD       PIC 9(5).
               03 TMO-VC        PIC 9(13)V99.

      *    Perdas por vendedor, na posicao do codigo mais um (o
      *    codigo zero e o cliente sem vendedor).
       77      WS-IND-VEN     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-VENDEDORES.
           02 WS-ENT-VENDEDOR OCCURS 1000 TIMES.
               03 TVE-QTD       PIC 9(5).
               03 TVE-VC        PIC 9(13)V99.

      *    Perdas por UF.
       77      WS-QTD-UFS     PIC 9(3)    VALUE ZEROS.
       77      WS-IND-UF      PIC 9(3)    VALUE ZEROS.
       77      WS-IND-UF2     PIC 9(3)    VALUE ZEROS.
       01      WS-TAB-UFS.
           02 WS-ENT-UF OCCURS 40 TIMES.
               03 TUF-UF        PIC X(2).
               03 TUF-QTD       PIC 9(5).
               03 TUF-VC        PIC 9(13)V99.
       01      WS-ENT-TROCA.
           02 TRC-UF        PIC X(2).
           02 TRC-QTD       PIC 9(5).
           02 TRC-VC        PIC 9(13)V99.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Cancelamentos de clientes por motivo (churn)".

       01      LINHA-COMPET.
           02 FILLER        PIC X(13) VALUE "Competencia: ".
           02 CAB-COMPET-MES PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 CAB-COMPET-ANO PIC 9(4).

       01      LINHA-SECAO     PIC X(60) VALUE SPACES.

       01      LINHA-CAB-MOTIVO.
           02 FILLER        PIC X(40) VALUE
               "Motivo      Descricao                   ".
           02 FILLER        PIC X(39) VALUE
               "    Perda     Qtd        Valor contrato".

       01      LINHA-CAB-VENDEDOR.
           02 FILLER        PIC X(40) VALUE
               "Vend        Nome                        ".
           02 FILLER        PIC X(39) VALUE
               "              Qtd        Valor contrato".

       01      LINHA-CAB-UF.
           02 FILLER        PIC X(40) VALUE
               "UF                                      ".
           02 FILLER        PIC X(39) VALUE
               "              Qtd        Valor contrato".

       01      LINHA-MOTIVO.
           02 MTV-CODIGO    PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MTV-DESCRICAO PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MTV-PERDA     PIC X(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MTV-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MTV-VC        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-VENDEDOR.
           02 VND-CODIGO    PIC ZZ9.
           02 FILLER        PIC X(9)  VALUE SPACES.
           02 VND-NOME      PIC X(30).
           02 FILLER        PIC X(9)  VALUE SPACES.
           02 VND-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 VND-VC        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-UF.
           02 UFD-UF        PIC X(2).
           02 FILLER        PIC X(49) VALUE SPACES.
           02 UFD-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 UFD-VC        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TOT-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TAXA.
           02 TAX-TEXTO     PIC X(36).
           02 TAX-VALOR     PIC ZZ9,99.
           02 FILLER        PIC X(1)  VALUE "%".

       01      LINHA-BRANCO    PIC X(100) VALUE SPACES.

      *    Analise mensal dos cancelamentos de cliente registrados
      *    em CANCELAM (DELECAO, CANLOTE e MERGECLI, via CANREG):
      *    quantidade e valor de contrato perdidos por motivo, e
      *    as perdas por vendedor e por UF, com o vendedor e a UF
      *    do cliente na data do cancelamento.
      *    A taxa de cancelamento e a quantidade de perdas do mes
      *    sobre a base ativa no primeiro dia do mes. O cadastro
      *    nao guarda a data de entrada do cliente, entao a base e
      *    refeita assim: entra o cliente ja faturado antes da
      *    competencia que hoje nao esta cancelado, ou que foi
      *    cancelado do dia 1 da competencia em diante. Cliente
      *    suspenso conta na base, porque ainda tem contrato.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-CAN FROM ENVIRONMENT "CANCELAM_PATH".
           IF WS-CAMINHO-CAN = SPACES
               MOVE "C:\TEMP\CANCELAM.DAT" TO WS-CAMINHO-CAN
           END-IF.
           ACCEPT WS-CAMINHO-MOT FROM ENVIRONMENT "MOTCANC_PATH".
           IF WS-CAMINHO-MOT = SPACES
               MOVE "C:\TEMP\MOTCANC.DAT" TO WS-CAMINHO-MOT
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.
           ACCEPT WS-CAMINHO-VEN FROM ENVIRONMENT "VENDEDORES_PATH".
           IF WS-CAMINHO-VEN = SPACES
               MOVE "C:\TEMP\VENDEDORES.DAT" TO WS-CAMINHO-VEN
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
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "CHURN_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA-NUM * 100 + 1.
           MOVE ZEROS TO WS-TAB-VENDEDORES.

           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Cadastro de clientes nao encontrado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem tabela de motivos os codigos gravados aparecem
      *    mesmo assim, como fora da tabela; sem CANCELAM nao
      *    houve cancelamento registrado e o relatorio sai so com
      *    a base.
           OPEN INPUT ARQ-MOTIVOS.
           IF COD-ERRO-MOT = "00"
               PERFORM ROT-CARREGA-MOTIVOS
               CLOSE ARQ-MOTIVOS
           END-IF.
           OPEN INPUT ARQ-CANCELAM.
           IF COD-ERRO-CAN = "00"
               MOVE "S" TO WS-CAN-ABERTO
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT = "00"
               MOVE "S" TO WS-FAT-ABERTO
           END-IF.
           OPEN INPUT ARQ-VENDEDORES.
           IF COD-ERRO-VEN = "00"
               MOVE "S" TO WS-VEN-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-CHURN.

           MOVE WS-COMPET-MES TO CAB-COMPET-MES.
           MOVE WS-COMPET-ANO TO CAB-COMPET-ANO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-COMPET.

           IF WS-CAN-ABERTO = "S"
               PERFORM UNTIL WS-FIM-CAN = "S"
                   READ ARQ-CANCELAM NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CAN
                       NOT AT END
                           PERFORM ROT-ACUMULA-CANCELAMENTO
                              THRU FIM-ACUMULA-CANCELAMENTO
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-AVALIA-BASE THRU FIM-AVALIA-BASE
               END-READ
           END-PERFORM.

           PERFORM ROT-IMPRIME-MOTIVOS.
           PERFORM ROT-IMPRIME-VENDEDORES.
           PERFORM ROT-ORDENA-UFS.
           PERFORM ROT-IMPRIME-UFS.
           PERFORM ROT-TOTAIS.

           CLOSE CAD-CLIENTE.
           IF WS-CAN-ABERTO = "S"
               CLOSE ARQ-CANCELAM
           END-IF.
           IF WS-FAT-ABERTO = "S"
               CLOSE ARQ-FATURAS
           END-IF.
           IF WS-VEN-ABERTO = "S"
               CLOSE ARQ-VENDEDORES
           END-IF.
           CLOSE REL-CHURN.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Cancelamentos da competencia " WS-COMPETENCIA-NUM
                   ": " WS-QTD-CANC ", perdas " WS-QTD-PERDAS
                   ", taxa " TAX-VALOR "%.".
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

       ROT-CARREGA-MOTIVOS.
           PERFORM UNTIL WS-FIM-MOT = "S"
               READ ARQ-MOTIVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOT
                   NOT AT END
                       IF WS-QTD-MOTIVOS < 49
                           ADD 1 TO WS-QTD-MOTIVOS
                           MOVE MOT-CODIGO
                               TO TMO-CODIGO(WS-QTD-MOTIVOS)
                           MOVE MOT-DESCRICAO
                               TO TMO-DESCRICAO(WS-QTD-MOTIVOS)
                           MOVE MOT-PERDA
                               TO TMO-PERDA(WS-QTD-MOTIVOS)
                           MOVE ZEROS TO TMO-QTD(WS-QTD-MOTIVOS)
                                         TMO-VC(WS-QTD-MOTIVOS)
                       END-IF
               END-READ
           END-PERFORM.

      *    So os cancelamentos com data dentro da competencia.
       ROT-ACUMULA-CANCELAMENTO.
           DIVIDE CAN-DATA BY 100 GIVING WS-CAN-COMPET.
           IF WS-CAN-COMPET NOT = WS-COMPETENCIA-NUM
               GO TO FIM-ACUMULA-CANCELAMENTO
           END-IF.

           PERFORM ROT-ACHA-MOTIVO.
           ADD 1      TO TMO-QTD(WS-IND-MOT).
           ADD CAN-VC TO TMO-VC(WS-IND-MOT).
           ADD 1      TO WS-QTD-CANC.
           ADD CAN-VC TO WS-VC-CANC.

           IF TMO-PERDA(WS-IND-MOT) NOT = "S"
               ADD 1      TO WS-QTD-SEM-PERDA
               ADD CAN-VC TO WS-VC-SEM-PERDA
               GO TO FIM-ACUMULA-CANCELAMENTO
           END-IF.

           ADD 1      TO WS-QTD-PERDAS.
           ADD CAN-VC TO WS-VC-PERDAS.
           COMPUTE WS-IND-VEN = CAN-COD-VENDEDOR + 1.
           ADD 1      TO TVE-QTD(WS-IND-VEN).
           ADD CAN-VC TO TVE-VC(WS-IND-VEN).
           PERFORM ROT-ACUMULA-UF.

       FIM-ACUMULA-CANCELAMENTO.
           EXIT.

       ROT-ACHA-MOTIVO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                   UNTIL WS-IND-MOT > WS-QTD-MOTIVOS
                   OR WS-ACHOU = "S"
               IF TMO-CODIGO(WS-IND-MOT) = CAN-MOTIVO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IND-MOT
           ELSE
               IF WS-QTD-MOTIVOS < 49
                   ADD 1 TO WS-QTD-MOTIVOS
                   MOVE WS-QTD-MOTIVOS TO WS-IND-MOT
                   MOVE CAN-MOTIVO TO TMO-CODIGO(WS-IND-MOT)
                   MOVE "(fora da tabela)"
                       TO TMO-DESCRICAO(WS-IND-MOT)
                   MOVE "S"   TO TMO-PERDA(WS-IND-MOT)
                   MOVE ZEROS TO TMO-QTD(WS-IND-MOT)
                                 TMO-VC(WS-IND-MOT)
               ELSE
                   IF WS-QTD-MOTIVOS < 50
                       MOVE 50       TO WS-QTD-MOTIVOS
                       MOVE "DEMAIS" TO TMO-CODIGO(50)
                       MOVE SPACES   TO TMO-DESCRICAO(50)
                       MOVE "S"      TO TMO-PERDA(50)
                       MOVE ZEROS    TO TMO-QTD(50) TMO-VC(50)
                   END-IF
                   MOVE 50 TO WS-IND-MOT
               END-IF
           END-IF.

       ROT-ACUMULA-UF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND-UF FROM 1 BY 1
                   UNTIL WS-IND-UF > WS-QTD-UFS
                   OR WS-ACHOU = "S"
               IF TUF-UF(WS-IND-UF) = CAN-UF
                   ADD 1      TO TUF-QTD(WS-IND-UF)
                   ADD CAN-VC TO TUF-VC(WS-IND-UF)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-QTD-UFS < 39
                   ADD 1 TO WS-QTD-UFS
                   MOVE CAN-UF TO TUF-UF(WS-QTD-UFS)
                   MOVE 1      TO TUF-QTD(WS-QTD-UFS)
                   MOVE CAN-VC TO TUF-VC(WS-QTD-UFS)
               ELSE
                   IF WS-QTD-UFS < 40
                       MOVE 40    TO WS-QTD-UFS
                       MOVE "ZZ"  TO TUF-UF(40)
                       MOVE ZEROS TO TUF-QTD(40) TUF-VC(40)
                   END-IF
                   ADD 1      TO TUF-QTD(40)
                   ADD CAN-VC TO TUF-VC(40)
               END-IF
           END-IF.

      *    Base no inicio da competencia: cliente que ja tinha
      *    fatura de competencia anterior (o primeiro faturamento
      *    marca a entrada) e que nao estava cancelado no dia 1.
      *    Cliente cancelado sem registro em CANCELAM saiu antes
      *    dos motivos existirem e fica fora da base.
       ROT-AVALIA-BASE.
           ADD 1 TO WS-QTD-CLIENTES.
           IF WS-FAT-ABERTO = "S"
               MOVE "N" TO WS-JA-CLIENTE
               MOVE CodCliente TO FAT-COD-CLIENTE
               MOVE ZEROS      TO FAT-COMPETENCIA
               START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF COD-ERRO-FAT = "00"
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FAT-COD-CLIENTE = CodCliente
                           AND FAT-COMPETENCIA < WS-COMPETENCIA-NUM
                               MOVE "S" TO WS-JA-CLIENTE
                           END-IF
                   END-READ
               END-IF
               IF WS-JA-CLIENTE = "N"
                   ADD 1 TO WS-QTD-NOVOS
                   GO TO FIM-AVALIA-BASE
               END-IF
           END-IF.

           IF NOT CLIENTE-CANCELADO
               ADD 1 TO WS-QTD-BASE
               GO TO FIM-AVALIA-BASE
           END-IF.

           IF WS-CAN-ABERTO = "N"
               GO TO FIM-AVALIA-BASE
           END-IF.
           MOVE CodCliente TO CAN-COD-CLIENTE.
           MOVE ZEROS      TO CAN-DATA CAN-SEQUENCIA.
           START ARQ-CANCELAM KEY IS NOT LESS THAN CAN-CHAVE
               INVALID KEY
                   GO TO FIM-AVALIA-BASE
           END-START.
           READ ARQ-CANCELAM NEXT RECORD
               AT END
                   GO TO FIM-AVALIA-BASE
           END-READ.
           IF CAN-COD-CLIENTE = CodCliente
           AND CAN-DATA NOT LESS THAN WS-INICIO-MES
               ADD 1 TO WS-QTD-BASE
           END-IF.

       FIM-AVALIA-BASE.
           EXIT.

       ROT-IMPRIME-MOTIVOS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Cancelamentos por motivo" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-CAB-MOTIVO.
           PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                   UNTIL WS-IND-MOT > WS-QTD-MOTIVOS
               IF TMO-QTD(WS-IND-MOT) > ZEROS
                   MOVE TMO-CODIGO(WS-IND-MOT)    TO MTV-CODIGO
                   MOVE TMO-DESCRICAO(WS-IND-MOT) TO MTV-DESCRICAO
                   IF TMO-PERDA(WS-IND-MOT) = "S"
                       MOVE "sim" TO MTV-PERDA
                   ELSE
                       MOVE "nao" TO MTV-PERDA
                   END-IF
                   MOVE TMO-QTD(WS-IND-MOT)       TO MTV-QTD
                   MOVE TMO-VC(WS-IND-MOT)        TO MTV-VC
                   WRITE LINHA-REL FROM LINHA-MOTIVO
               END-IF
           END-PERFORM.
           IF WS-QTD-CANC = ZEROS
               MOVE "  Nenhum cancelamento na competencia."
                   TO LINHA-SECAO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.

       ROT-IMPRIME-VENDEDORES.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Perdas por vendedor" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-CAB-VENDEDOR.
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 1000
               IF TVE-QTD(WS-IND-VEN) > ZEROS
                   PERFORM ROT-IMPRIME-UM-VENDEDOR
               END-IF
           END-PERFORM.

       ROT-IMPRIME-UM-VENDEDOR.
           COMPUTE VEN-CODIGO = WS-IND-VEN - 1.
           MOVE VEN-CODIGO TO VND-CODIGO.
           IF VEN-CODIGO = ZEROS
               MOVE "(sem vendedor)" TO VND-NOME
           ELSE
               MOVE "(nao cadastrado)" TO VND-NOME
               IF WS-VEN-ABERTO = "S"
                   READ ARQ-VENDEDORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VEN-NOME TO VND-NOME
                   END-READ
               END-IF
           END-IF.
           MOVE TVE-QTD(WS-IND-VEN) TO VND-QTD.
           MOVE TVE-VC(WS-IND-VEN)  TO VND-VC.
           WRITE LINHA-REL FROM LINHA-VENDEDOR.

      *    UF em ordem crescente (troca de vizinhos ate nao haver
      *    mais troca, como em GEOCLI).
       ROT-ORDENA-UFS.
           MOVE "S" TO WS-TROCOU.
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IND-UF FROM 1 BY 1
                       UNTIL WS-IND-UF >= WS-QTD-UFS
                   COMPUTE WS-IND-UF2 = WS-IND-UF + 1
                   IF TUF-UF(WS-IND-UF) > TUF-UF(WS-IND-UF2)
                       MOVE WS-ENT-UF(WS-IND-UF)  TO WS-ENT-TROCA
                       MOVE WS-ENT-UF(WS-IND-UF2)
                           TO WS-ENT-UF(WS-IND-UF)
                       MOVE WS-ENT-TROCA TO WS-ENT-UF(WS-IND-UF2)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       ROT-IMPRIME-UFS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Perdas por UF" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-CAB-UF.
           PERFORM VARYING WS-IND-UF FROM 1 BY 1
                   UNTIL WS-IND-UF > WS-QTD-UFS
               MOVE TUF-UF(WS-IND-UF)  TO UFD-UF
               MOVE TUF-QTD(WS-IND-UF) TO UFD-QTD
               MOVE TUF-VC(WS-IND-UF)  TO UFD-VC
               WRITE LINHA-REL FROM LINHA-UF
           END-PERFORM.

       ROT-TOTAIS.
           IF WS-QTD-BASE > ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   WS-QTD-PERDAS * 100 / WS-QTD-BASE
           END-IF.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Clientes no cadastro..............:" TO TOT-TEXTO.
           MOVE WS-QTD-CLIENTES TO TOT-QTD.
           MOVE ZEROS TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "  sem faturamento anterior........:" TO TOT-TEXTO.
           MOVE WS-QTD-NOVOS TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Base ativa no inicio do mes.......:" TO TOT-TEXTO.
           MOVE WS-QTD-BASE TO TOT-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Cancelamentos no mes..............:" TO TOT-TEXTO.
           MOVE WS-QTD-CANC TO TOT-QTD.
           MOVE WS-VC-CANC  TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "  sem perda (fora da taxa)........:" TO TOT-TEXTO.
           MOVE WS-QTD-SEM-PERDA TO TOT-QTD.
           MOVE WS-VC-SEM-PERDA  TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "  perdas..........................:" TO TOT-TEXTO.
           MOVE WS-QTD-PERDAS TO TOT-QTD.
           MOVE WS-VC-PERDAS  TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Taxa de cancelamento..............:" TO TAX-TEXTO.
           MOVE WS-TAXA TO TAX-VALOR.
           WRITE LINHA-REL FROM LINHA-TAXA.
