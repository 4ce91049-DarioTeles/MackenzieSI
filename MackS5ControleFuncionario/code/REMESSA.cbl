                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  ARQ-PARCELAS ASSIGN  TO WS-CAMINHO-PAC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-PAC.

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          ARQ-PARCELAS
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.
       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAC   PIC XX      VALUE SPACES.
       77      WS-PAC-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-PAC     PIC X       VALUE "N".
       77      WS-TOT-PARCELAS PIC 9(5)   VALUE ZEROS.
       77      COD-ERRO-REM   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-PAC PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      WS-CAMINHO-REM PIC X(100) VALUE SPACES.

      *    Dados do convenio bancario, mantidos em PARAMS pela
           02 FILLER        PIC X(40) VALUE SPACES.

      *    Registro detalhe: uma linha por fatura aberta da
      *    competencia, com o numero da fatura como nosso-numero,
      *    e uma por parcela de acordo em aberto que vence na
      *    competencia, com o nosso-numero da parcela (mesmo
      *    contador das faturas, sem colisao no retorno).
       01      REM-DETALHE.
           02 FILLER        PIC X(1)  VALUE "1".
           02 DET-NOSSO-NUM PIC 9(6).
                             VALUE "Titulos enviados........:".
           02 ROD-ENVIADAS  PIC ZZ.ZZ9.

       01      LINHA-TOT-PARC.
           02 FILLER        PIC X(26)
                             VALUE "  das quais parcelas.....:".
           02 ROD-PARCELAS  PIC ZZ.ZZ9.

       01      LINHA-TOT-SEM.
           02 FILLER        PIC X(26)
                             VALUE "Sem cliente no cadastro.:".
                             VALUE "Valor total da remessa..:".
           02 ROD-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY FECHCOM.
           COPY CICLOCOM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           PERFORM ROT-LE-PARAMETROS.
           IF WS-CONVENIO = ZEROS
               DISPLAY "Convenio bancario nao parametrizado."
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
      *    Dentro do ciclo mensal (CICLOMES) vale a competencia do
      *    ciclo.
           IF CIC-EM-CICLO = "S"
               MOVE CIC-COMPETENCIA TO WS-COMPETENCIA-NUM
           END-IF.

           MOVE WS-ANO-HOJE TO REM-ANO.
           MOVE WS-MES-HOJE TO REM-MES.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               MOVE COD-ERRO-FAT TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CAD-CLIENTE.

      *    Parcelas de acordo: sem ACORDOS instalado (PARCACO
      *    inexistente) a remessa segue so com as faturas.
           ACCEPT WS-CAMINHO-PAC FROM ENVIRONMENT "PARCACO_PATH".
           IF WS-CAMINHO-PAC = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO WS-CAMINHO-PAC
           END-IF.
           OPEN INPUT ARQ-PARCELAS.
           IF COD-ERRO-PAC = "00"
               MOVE "S" TO WS-PAC-ABERTO
           END-IF.
           OPEN OUTPUT ARQ-REMESSA.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
               END-READ
           END-PERFORM.

           IF WS-PAC-ABERTO = "N"
               MOVE "S" TO WS-FIM-PAC
           END-IF.
           PERFORM UNTIL WS-FIM-PAC = "S"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PAC
                   NOT AT END
                       IF PARCELA-PENDENTE
                       AND PAC-VENCIMENTO(4:2) = WS-COMPET-MES
                       AND PAC-VENCIMENTO(7:4) = WS-COMPET-ANO
                       AND PAC-VALOR > PAC-VALOR-PAGO
                           PERFORM ROT-GERA-DETALHE-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TOT-ENVIADAS TO TRL-QTD.
           MOVE WS-TOT-VALOR    TO TRL-VALOR.
           WRITE LINHA-REMESSA FROM REM-TRAILER.

           MOVE WS-TOT-ENVIADAS TO ROD-ENVIADAS.
           MOVE WS-TOT-PARCELAS TO ROD-PARCELAS.
           MOVE WS-TOT-SEM-CAD  TO ROD-SEM-CAD.
           MOVE WS-TOT-VALOR    TO ROD-VALOR.
           WRITE LINHA-REL FROM LINHA-TOT-ENV.
           WRITE LINHA-REL FROM LINHA-TOT-PARC.
           WRITE LINHA-REL FROM LINHA-TOT-SEM.
           WRITE LINHA-REL FROM LINHA-TOT-VALOR.

           CLOSE ARQ-FATURAS.
           CLOSE CAD-CLIENTE.
           IF WS-PAC-ABERTO = "S"
               CLOSE ARQ-PARCELAS
           END-IF.
           CLOSE ARQ-REMESSA.
           CLOSE REL-RESUMO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
           DISPLAY "Remessa gerada: " WS-CAMINHO-REM.
           DISPLAY "Titulos enviados: " WS-TOT-ENVIADAS.
           DISPLAY "Resumo em " WS-CAMINHO-REL.
           MOVE WS-TOT-ENVIADAS TO FECH-QTD-REGISTROS.
           MOVE COD-ERRO-REM    TO FECH-COD-STATUS.
           GOBACK.

      *    Um registro detalhe por fatura aberta da competencia,
           MOVE FAT-COD-CLIENTE TO DET-CODIGO.
           MOVE CNPJ            TO DET-CNPJ.
           MOVE NomeCliente     TO DET-NOME.
           MOVE FAT-VALOR-LIQUIDO TO DET-VALOR.
           MOVE FAT-VENCIMENTO  TO DET-VENCTO.
           WRITE LINHA-REMESSA FROM REM-DETALHE.
           ADD 1         TO WS-TOT-ENVIADAS.
           ADD DET-VALOR TO WS-TOT-VALOR.
           MOVE FAT-COD-CLIENTE TO RES-CODIGO.
           MOVE NomeCliente     TO RES-NOME.
           MOVE FAT-NUMERO      TO RES-NUMERO.
           MOVE DET-VALOR       TO RES-VALOR.
           PERFORM ROT-LINHA-RESUMO.

      *    Parcela de acordo em aberto: o boleto e do saldo da
      *    parcela (valor menos o ja recebido), com o nosso-numero
      *    da parcela, para PAGFAT/RETORNO baixarem no acordo.
       ROT-GERA-DETALHE-PARCELA.
           MOVE PAC-COD-CLIENTE TO CodCliente.
           READ CAD-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOT-SEM-CAD
                   MOVE PAC-COD-CLIENTE TO RES-CODIGO
                   MOVE "(cliente nao cadastrado)" TO RES-NOME
                   MOVE PAC-NOSSO-NUMERO TO RES-NUMERO
                   MOVE ZEROS      TO RES-VALOR
                   PERFORM ROT-LINHA-RESUMO
               NOT INVALID KEY
                   PERFORM ROT-GRAVA-DETALHE-PARCELA
           END-READ.

       ROT-GRAVA-DETALHE-PARCELA.
           MOVE PAC-NOSSO-NUMERO TO DET-NOSSO-NUM.
           MOVE PAC-COD-CLIENTE TO DET-CODIGO.
           MOVE CNPJ            TO DET-CNPJ.
           MOVE NomeCliente     TO DET-NOME.
           COMPUTE DET-VALOR = PAC-VALOR - PAC-VALOR-PAGO.
           MOVE PAC-VENCIMENTO  TO DET-VENCTO.
           WRITE LINHA-REMESSA FROM REM-DETALHE.
           ADD 1         TO WS-TOT-ENVIADAS WS-TOT-PARCELAS.
           ADD DET-VALOR TO WS-TOT-VALOR.
           MOVE PAC-COD-CLIENTE TO RES-CODIGO.
           MOVE NomeCliente     TO RES-NOME.
           MOVE PAC-NOSSO-NUMERO TO RES-NUMERO.
           MOVE DET-VALOR       TO RES-VALOR.
           PERFORM ROT-LINHA-RESUMO.

       ROT-LINHA-RESUMO.
