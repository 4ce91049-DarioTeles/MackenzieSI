                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-FEC.

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

               SELECT  REL-DIVERG ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.
                   LABEL RECORD STANDARD.
           COPY FECMES.

       FD          ARQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          REL-DIVERG
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).
       77      WS-CAMINHO-FEC PIC X(100)
                       VALUE "C:\TEMP\FECHMES.DAT".

      *    Parcelas de acordo: o nosso-numero da parcela sai da
      *    mesma numeracao das faturas, entao o titulo que nao e
      *    fatura e procurado entre as parcelas.
       77      COD-ERRO-ACO   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-ACO-ABERTO  PIC X       VALUE "N".
       77      WS-A-APLICAR   PIC 9(10)V99 VALUE ZEROS.
       77      WS-SOBRA-EDT   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-PARTE       PIC 9(10)V99 VALUE ZEROS.
       77      WS-SALDO-FAT   PIC 9(10)V99 VALUE ZEROS.
       77      WS-IND-FAT     PIC 9(2)    VALUE ZEROS.
       77      WS-TUDO-PAGO   PIC X       VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-CAMINHO-ACO PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".

      *    Operador carimbado nas baixas feitas pelo banco, para
      *    distinguir da baixa manual de PAGFAT.
       77      WS-OPER-BANCO  PIC X(8)    VALUE "BCORET".
           IF COD-ERRO-FEC = "00"
               MOVE "S" TO WS-FEC-ABERTO
           END-IF.
           ACCEPT WS-CAMINHO-ACO FROM ENVIRONMENT "ACORDOS_PATH".
           IF WS-CAMINHO-ACO = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO WS-CAMINHO-ACO
           END-IF.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN I-O ARQ-ACORDOS.
           IF COD-ERRO-ACO = "00"
               OPEN I-O ARQ-PARCELAS
               IF COD-ERRO-PAC = "00"
                   MOVE "S" TO WS-ACO-ABERTO
               ELSE
                   CLOSE ARQ-ACORDOS
               END-IF
           END-IF.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           IF WS-FEC-ABERTO = "S"
               CLOSE ARQ-FECHMES
           END-IF.
           IF WS-ACO-ABERTO = "S"
               CLOSE ARQ-ACORDOS
               CLOSE ARQ-PARCELAS
           END-IF.
           CLOSE REL-DIVERG.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
               MOVE RET-NOSSO-NUM TO FAT-NUMERO
               READ ARQ-FATURAS KEY IS FAT-NUMERO
                   INVALID KEY
                       IF WS-ACO-ABERTO = "S"
                           PERFORM ROT-PROCESSA-PARCELA
                       ELSE
                           PERFORM ROT-DIVERG-DESCONHECIDO
                       END-IF
                   NOT INVALID KEY
                       PERFORM ROT-CONFERE-TITULO
               END-READ

       ROT-CONFERE-TITULO.
           COMPUTE WS-SALDO-DEVEDOR =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           PERFORM ROT-TESTA-MES-FECHADO.
           EVALUATE TRUE
               WHEN FATURA-PAGA
                   PERFORM ROT-DIVERG-JA-PAGA
               WHEN FATURA-RENEGOCIADA
                   PERFORM ROT-DIVERG-RENEGOCIADA
               WHEN FATURA-CANCELADA
                   PERFORM ROT-DIVERG-CANCELADA
               WHEN RET-VALOR NOT = WS-SALDO-DEVEDOR
                   PERFORM ROT-DIVERG-VALOR
               WHEN WS-DATA-FECHADA = "S"
               END-READ
           END-PERFORM.

      *    Parcela de acordo: mesma conferencia do titulo de fatura
      *    (so baixa o que casa com o saldo da parcela). O recebido
      *    e aplicado nas faturas do acordo como na baixa de parcela
      *    de PAGFAT, com um movimento por fatura.
       ROT-PROCESSA-PARCELA.
           MOVE RET-NOSSO-NUM TO PAC-NOSSO-NUMERO.
           READ ARQ-PARCELAS KEY IS PAC-NOSSO-NUMERO
               INVALID KEY
                   PERFORM ROT-DIVERG-DESCONHECIDO
               NOT INVALID KEY
                   MOVE PAC-NUM-ACORDO TO ACO-NUMERO
                   READ ARQ-ACORDOS KEY IS ACO-NUMERO
                       INVALID KEY
                           PERFORM ROT-DIVERG-DESCONHECIDO
                       NOT INVALID KEY
                           PERFORM ROT-CONFERE-PARCELA
                   END-READ
           END-READ.

       ROT-CONFERE-PARCELA.
           COMPUTE WS-SALDO-DEVEDOR = PAC-VALOR - PAC-VALOR-PAGO.
           PERFORM ROT-TESTA-MES-FECHADO.
           EVALUATE TRUE
               WHEN PARCELA-PAGA
                   PERFORM ROT-DIVERG-JA-PAGA
               WHEN PARCELA-CANCELADA OR ACORDO-QUEBRADO
                   PERFORM ROT-DIVERG-QUEBRADO
               WHEN RET-VALOR NOT = WS-SALDO-DEVEDOR
                   PERFORM ROT-DIVERG-VALOR
               WHEN WS-DATA-FECHADA = "S"
                   PERFORM ROT-DIVERG-MES-FECHADO
               WHEN OTHER
                   PERFORM ROT-EFETUA-BAIXA-PARCELA
           END-EVALUATE.

       ROT-EFETUA-BAIXA-PARCELA.
           ADD RET-VALOR TO PAC-VALOR-PAGO.
           SET PARCELA-PAGA TO TRUE.
           MOVE RET-DATA      TO PAC-DATA-PAGTO.
           MOVE WS-OPER-BANCO TO PAC-OPERADOR.
           REWRITE REG-PARCELA.
           IF COD-ERRO-PAC NOT = "00"
               MOVE "erro ao regravar a parcela" TO DIV-TEXTO
               PERFORM ROT-GRAVA-DIVERG
           ELSE
               ADD 1 TO WS-TOT-BAIXADAS
               PERFORM ROT-APLICA-NAS-FATURAS
               PERFORM ROT-TESTA-QUITACAO
           END-IF.

       ROT-APLICA-NAS-FATURAS.
           MOVE RET-VALOR TO WS-A-APLICAR.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT > ACO-QTD-FATURAS
                   OR WS-A-APLICAR = ZEROS
               MOVE ACO-COD-CLIENTE TO FAT-COD-CLIENTE
               MOVE ACO-FAT-COMPETENCIA(WS-IND-FAT) TO FAT-COMPETENCIA
               READ ARQ-FATURAS
                   INVALID KEY
                       MOVE "fatura do acordo nao encontrada"
                           TO DIV-TEXTO
                       PERFORM ROT-GRAVA-DIVERG
                   NOT INVALID KEY
                       IF FATURA-RENEGOCIADA
                           PERFORM ROT-APLICA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
      *    O que nao coube nas faturas do acordo vira divergencia,
      *    com o valor que sobrou, para acerto manual.
           IF WS-A-APLICAR NOT = ZEROS
               MOVE WS-A-APLICAR TO WS-SOBRA-EDT
               MOVE SPACES TO DIV-TEXTO
               STRING "sobra nao aplicada nas faturas "
                                       DELIMITED BY SIZE
                      WS-SOBRA-EDT     DELIMITED BY SIZE
                      INTO DIV-TEXTO
               PERFORM ROT-GRAVA-DIVERG
           END-IF.

       ROT-APLICA-FATURA.
           COMPUTE WS-SALDO-FAT =
               FAT-VALOR-LIQUIDO + FAT-MULTA + FAT-JUROS
               - FAT-VALOR-PAGO.
           IF WS-SALDO-FAT > 0
               IF WS-A-APLICAR < WS-SALDO-FAT
                   MOVE WS-A-APLICAR TO WS-PARTE
               ELSE
                   MOVE WS-SALDO-FAT TO WS-PARTE
               END-IF
               ADD WS-PARTE TO FAT-VALOR-PAGO
               IF WS-PARTE = WS-SALDO-FAT
                   SET FATURA-PAGA TO TRUE
               END-IF
               MOVE RET-DATA      TO FAT-DATA-PAGTO
               MOVE WS-OPER-BANCO TO FAT-OPERADOR
               REWRITE REG-FATURA
               IF COD-ERRO-FAT NOT = "00"
                   MOVE "erro ao regravar fatura do acordo" TO DIV-TEXTO
                   PERFORM ROT-GRAVA-DIVERG
               ELSE
                   SUBTRACT WS-PARTE FROM WS-A-APLICAR
                   PERFORM ROT-PROXIMA-SEQ-MOV
                   MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE
                   MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA
                   COMPUTE MOV-SEQUENCIA = WS-PROX-SEQ-MOV + 1
                   MOVE PAC-NOSSO-NUMERO TO MOV-NUMERO
                   SET MOV-RECEBIMENTO TO TRUE
                   MOVE RET-DATA        TO MOV-DATA
                   MOVE WS-PARTE        TO MOV-VALOR
                   MOVE WS-OPER-BANCO   TO MOV-OPERADOR
                   WRITE REG-MOVPAG
                   IF COD-ERRO-MOV NOT = "00"
                       MOVE "baixada, mas sem movimento gravado"
                           TO DIV-TEXTO
                       PERFORM ROT-GRAVA-DIVERG
                   END-IF
               END-IF
           END-IF.

       ROT-TESTA-QUITACAO.
           MOVE "S" TO WS-TUDO-PAGO.
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
                           IF NOT PARCELA-PAGA
                               MOVE "N" TO WS-TUDO-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TUDO-PAGO = "S"
               SET ACORDO-QUITADO TO TRUE
               REWRITE REG-ACORDO
               IF COD-ERRO-ACO NOT = "00"
                   MOVE "erro ao regravar a quitacao do acordo"
                       TO DIV-TEXTO
                   PERFORM ROT-GRAVA-DIVERG
               END-IF
           END-IF.

       ROT-DIVERG-ILEGIVEL.
           MOVE "registro de retorno ilegivel" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.
           MOVE "fatura ja baixada" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.

       ROT-DIVERG-RENEGOCIADA.
           MOVE "fatura renegociada em acordo" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.

       ROT-DIVERG-CANCELADA.
           MOVE "fatura cancelada por nota de credito" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.

       ROT-DIVERG-QUEBRADO.
           MOVE "parcela de acordo quebrado" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.

       ROT-DIVERG-VALOR.
           MOVE "valor diferente do saldo devedor" TO DIV-TEXTO.
           PERFORM ROT-GRAVA-DIVERG.
