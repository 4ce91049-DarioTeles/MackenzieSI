       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   PAINEL INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-PAINEL ASSIGN  TO WS-CAMINHO-PNL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PNL-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PNL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-PAINEL
                   LABEL RECORD STANDARD.
           COPY PNLREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-PNL PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      WS-ENTER    PIC X       VALUE SPACE.
       77      WS-EXISTE   PIC X       VALUE "N".
       77      WS-IND      PIC 9(1)    VALUE ZEROS.
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-PCT-RECEBIDO PIC 9(3)V99 VALUE ZEROS.
       77      WS-VALOR-EDT PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-QTD-EDT  PIC ZZ.ZZ9  VALUE ZEROS.
       77      WS-PCT-EDT  PIC ZZ9,99  VALUE ZEROS.
       77      WS-DIAS-EDT PIC ZZ9     VALUE ZEROS.
       77      WS-CAMINHO-PNL PIC X(100)
                       VALUE "C:\TEMP\PAINEL.DAT".

       01      WS-GERACAO.
           02 FILLER        PIC X(12) VALUE "Apurado em  ".
           02 GER-DIA       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 GER-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 GER-ANO       PIC 9(4).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 GER-HORA      PIC 9(2).
           02 FILLER        PIC X(1)  VALUE ":".
           02 GER-MINUTO    PIC 9(2).

       01      WS-COMPET-EDT.
           02 CPT-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 CPT-ANO       PIC 9(4).

       01      LINHA-DEVEDOR.
           02 DEV-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DEV-NOME      PIC X(30).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DEV-SALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DEV-DIAS      PIC ZZZZ9.
           02 FILLER        PIC X(5)  VALUE " dias".

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

      *    Painel gerencial somente de leitura: mostra o registro
      *    apurado por PAINELAT no fechamento do dia, sem varrer os
      *    arquivos de movimento. A data de apuracao fica na tela
      *    para ninguem confundir o retrato da noite com a posicao
      *    do momento.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-PNL FROM ENVIRONMENT "PAINEL_PATH".
           IF WS-CAMINHO-PNL = SPACES
               MOVE "C:\TEMP\PAINEL.DAT" TO WS-CAMINHO-PNL
           END-IF.

           DISPLAY TELA-COR.
           DISPLAY BARRA-DUPLA            AT 0105.
           DISPLAY BARRA-DUPLA            AT 2505.
           DISPLAY "Painel Gerencial" AT 0310.

           MOVE "N" TO WS-EXISTE.
           OPEN INPUT ARQ-PAINEL.
           IF COD-ERRO-PNL = "00"
               MOVE "ATUAL" TO PNL-CODIGO
               READ ARQ-PAINEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EXISTE
               END-READ
               CLOSE ARQ-PAINEL
           END-IF.

           IF WS-EXISTE = "S"
               PERFORM ROT-MOSTRA-PAINEL
           ELSE
               DISPLAY "Painel ainda nao gerado: rodar o fechamento"
                   AT 1010
               DISPLAY "do dia (FECHADIA)." AT 1110
           END-IF.

           DISPLAY "Pressione ENTER para continuar..." AT 2340.
           ACCEPT WS-ENTER AT 2375.
           GOBACK.

       ROT-MOSTRA-PAINEL.
           MOVE PNL-DATA-GERACAO(7:2) TO GER-DIA.
           MOVE PNL-DATA-GERACAO(5:2) TO GER-MES.
           MOVE PNL-DATA-GERACAO(1:4) TO GER-ANO.
           MOVE PNL-HORA-GERACAO(1:2) TO GER-HORA.
           MOVE PNL-HORA-GERACAO(3:2) TO GER-MINUTO.
           DISPLAY WS-GERACAO AT 0345.
           MOVE PNL-COMPETENCIA(5:2) TO CPT-MES.
           MOVE PNL-COMPETENCIA(1:4) TO CPT-ANO.

           DISPLAY "Clientes ativos:" AT 0510.
           MOVE PNL-QTD-ATIVOS TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 0527.
           DISPLAY "Suspensos:" AT 0536.
           MOVE PNL-QTD-SUSPENSOS TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 0547.
           DISPLAY "Cancelados:" AT 0556.
           MOVE PNL-QTD-CANCELADOS TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 0568.

           DISPLAY "Receita mensal recorrente.....:" AT 0710.
           MOVE PNL-RECEITA-MENSAL TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 0742.

           DISPLAY "Faturado na competencia" AT 0910.
           DISPLAY WS-COMPET-EDT AT 0934.
           DISPLAY ":" AT 0941.
           MOVE PNL-VAL-FATURADO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 0942.
           MOVE PNL-QTD-FATURADAS TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 0964.
           DISPLAY "fat." AT 0971.
           DISPLAY "Recebido na competencia.......:" AT 1010.
           MOVE PNL-VAL-RECEBIDO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1042.
           MOVE ZEROS TO WS-PCT-RECEBIDO.
           IF PNL-VAL-FATURADO > ZEROS
               COMPUTE WS-PCT-RECEBIDO ROUNDED =
                   PNL-VAL-RECEBIDO * 100 / PNL-VAL-FATURADO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PCT-RECEBIDO
               END-COMPUTE
           END-IF.
           MOVE WS-PCT-RECEBIDO TO WS-PCT-EDT.
           DISPLAY WS-PCT-EDT AT 1064.
           DISPLAY "%" AT 1070.

           DISPLAY "Contas a receber em aberto....:" AT 1210.
           MOVE PNL-VAL-ABERTO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1242.
           MOVE PNL-QTD-ABERTAS TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 1264.
           DISPLAY "fat." AT 1271.
           DISPLAY "Vencido (atraso em dia util)..:" AT 1310.
           MOVE PNL-VAL-VENCIDO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1342.
           MOVE PNL-PCT-VENCIDO TO WS-PCT-EDT.
           DISPLAY WS-PCT-EDT AT 1364.
           DISPLAY "%" AT 1370.

           DISPLAY "Vencendo em ate" AT 1510.
           MOVE PNL-DIAS-AVISO TO WS-DIAS-EDT.
           DISPLAY WS-DIAS-EDT AT 1526.
           DISPLAY "dias.......:" AT 1530.
           MOVE PNL-VC-VENCENDO TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT AT 1542.
           MOVE PNL-QTD-VENCENDO TO WS-QTD-EDT.
           DISPLAY WS-QTD-EDT AT 1564.
           DISPLAY "ctr." AT 1571.

           DISPLAY "Maiores devedores (saldo vencido):" AT 1710.
           PERFORM ROT-MOSTRA-DEVEDOR
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5.
           IF PNL-DEV-CODIGO(1) = ZEROS
               DISPLAY "Nenhum cliente com saldo vencido." AT 1810
           END-IF.

       ROT-MOSTRA-DEVEDOR.
           IF PNL-DEV-CODIGO(WS-IND) > ZEROS
               MOVE PNL-DEV-CODIGO(WS-IND) TO DEV-CODIGO
               MOVE PNL-DEV-NOME(WS-IND)   TO DEV-NOME
               MOVE PNL-DEV-SALDO(WS-IND)  TO DEV-SALDO
               MOVE PNL-DEV-DIAS(WS-IND)   TO DEV-DIAS
               COMPUTE WS-AT-LINHA = (17 + WS-IND) * 100 + 10
               DISPLAY LINHA-DEVEDOR AT WS-AT-LINHA
           END-IF.
