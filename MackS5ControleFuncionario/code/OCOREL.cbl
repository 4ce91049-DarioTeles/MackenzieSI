       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   OCOREL.
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

               SELECT  ARQ-OCORRENCIAS ASSIGN  TO WS-CAMINHO-OCO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OCO-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-OCO.

               SELECT  REL-OCORRENCIAS ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI.

       FD          REL-OCORRENCIAS
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "OCOREL".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\OCOREL_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-OCO   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-CAD-ABERTO  PIC X       VALUE "N".
       77      WS-FIM-OCO     PIC X       VALUE "N".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-OCO PIC X(100)
                       VALUE "C:\TEMP\OCORRENCIAS.DAT".

       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.
       77      WS-HOJE-INT    PIC 9(7)    VALUE ZEROS.
       77      WS-PRAZO-INT   PIC 9(7)    VALUE ZEROS.
       77      WS-DIAS-ATRASO PIC 9(5)    VALUE ZEROS.
       77      WS-VENCIDA     PIC X       VALUE "N".
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-TST-DIA     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-MES     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-ANO     PIC 9(4)    VALUE ZEROS.

       77      WS-QTD-ABERTAS PIC 9(7)    VALUE ZEROS.
       77      WS-QTD-VENCIDAS PIC 9(7)   VALUE ZEROS.
       77      WS-QTD-FORA    PIC 9(7)    VALUE ZEROS.

       01      WS-HOJE.
           02 WS-HOJE-ANO     PIC 9(4).
           02 WS-HOJE-MES     PIC 9(2).
           02 WS-HOJE-DIA     PIC 9(2).

      *    Resumo por operador de abertura e categoria, mantido em
      *    ordem de operador/categoria na propria insercao para o
      *    subtotal de cada operador sair junto. Combinacao alem da
      *    capacidade fica so no detalhe e e contada no rodape.
       77      WS-QTD-RES     PIC 9(3)    VALUE ZEROS.
       77      WS-MAX-RES     PIC 9(3)    VALUE 200.
       77      WS-IND         PIC 9(3)    VALUE ZEROS.
       77      WS-POS-RES     PIC 9(3)    VALUE ZEROS.
       77      WS-ACHOU-RES   PIC X       VALUE "N".
       77      WS-OPER-ANT    PIC X(8)    VALUE SPACES.
       77      WS-SUB-ABERTAS PIC 9(7)    VALUE ZEROS.
       77      WS-SUB-VENCIDAS PIC 9(7)   VALUE ZEROS.

       01      WS-CHAVE-RES.
           02 WS-CHR-OPERADOR  PIC X(8).
           02 WS-CHR-CATEGORIA PIC X(10).

       01      WS-TAB-RESUMO.
           02 WS-RES OCCURS 200 TIMES.
               03 WS-RES-CHAVE.
                   04 WS-RES-OPERADOR  PIC X(8).
                   04 WS-RES-CATEGORIA PIC X(10).
               03 WS-RES-ABERTAS   PIC 9(7).
               03 WS-RES-VENCIDAS  PIC 9(7).

       01      LINHA-TITULO.
           02 FILLER        PIC X(40) VALUE
               "Ocorrencias de atendimento em aberto em ".
           02 TIT-DIA       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-MES       PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-ANO       PIC 9(4).

       01      LINHA-CAB-DETALHE.
           02 FILLER        PIC X(8)  VALUE "Cliente".
           02 FILLER        PIC X(22) VALUE "Nome".
           02 FILLER        PIC X(5)  VALUE "Seq".
           02 FILLER        PIC X(12) VALUE "Categoria".
           02 FILLER        PIC X(10) VALUE "Operador".
           02 FILLER        PIC X(12) VALUE "Abertura".
           02 FILLER        PIC X(12) VALUE "Prazo".
           02 FILLER        PIC X(9)  VALUE "Situacao".
           02 FILLER        PIC X(6)  VALUE " Dias".
           02 FILLER        PIC X(24) VALUE "Descricao".

       01      LINHA-DETALHE.
           02 DET-CLIENTE   PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-NOME      PIC X(20).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SEQ       PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-CATEGORIA PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-OPERADOR  PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-ABERTURA  PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-PRAZO     PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-SITUACAO  PIC X(8).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-DIAS      PIC ZZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 DET-DESCRICAO PIC X(24).

       01      LINHA-CAB-RESUMO.
           02 FILLER        PIC X(10) VALUE "Operador".
           02 FILLER        PIC X(12) VALUE "Categoria".
           02 FILLER        PIC X(10) VALUE "   Abertas".
           02 FILLER        PIC X(10) VALUE "  Vencidas".

       01      LINHA-RESUMO.
           02 RES-OPERADOR  PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RES-CATEGORIA PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RES-ABERTAS   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 RES-VENCIDAS  PIC ZZZ.ZZ9.

       01      LINHA-QTD.
           02 QTD-ROTULO    PIC X(30).
           02 QTD-VALOR     PIC ZZZ.ZZ9.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-OCO FROM ENVIRONMENT "OCORRENCIAS_PATH".
           IF WS-CAMINHO-OCO = SPACES
               MOVE "C:\TEMP\OCORRENCIAS.DAT" TO WS-CAMINHO-OCO
           END-IF.

           OPEN INPUT ARQ-OCORRENCIAS.
           IF COD-ERRO-OCO NOT = "00"
               DISPLAY "OCOREL: arquivo de ocorrencias indisponivel."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sem o cadastro o relatorio sai sem o nome do cliente.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO = "00"
               MOVE "S" TO WS-CAD-ABERTO
           END-IF.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE-NUM TO WS-HOJE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-OCORRENCIAS.

           MOVE WS-HOJE-DIA TO TIT-DIA.
           MOVE WS-HOJE-MES TO TIT-MES.
           MOVE WS-HOJE-ANO TO TIT-ANO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CAB-DETALHE.

      *    Uma passada na ordem da chave (cliente e sequencia):
      *    cada aberta vai para o detalhe e para o resumo.
           PERFORM UNTIL WS-FIM-OCO = "S"
               READ ARQ-OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-OCO
                   NOT AT END
                       IF OCORRENCIA-ABERTA
                           PERFORM ROT-OCORRENCIA-ABERTA
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM ROT-IMPRIME-RESUMO.

           CLOSE ARQ-OCORRENCIAS.
           IF WS-CAD-ABERTO = "S"
               CLOSE CAD-CLIENTE
           END-IF.
           CLOSE REL-OCORRENCIAS.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Ocorrencias em aberto: " WS-QTD-ABERTAS
                   " vencidas: " WS-QTD-VENCIDAS.
           GOBACK.

      *    Vencida e a aberta com prazo anterior a hoje; prazo
      *    ilegivel nao tem como vencer e sai como no prazo.
       ROT-OCORRENCIA-ABERTA.
           ADD 1 TO WS-QTD-ABERTAS.
           MOVE "N" TO WS-VENCIDA.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           MOVE OCO-DATA-PRAZO TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-DATA-NUM NOT = ZEROS
           AND WS-DATA-NUM < WS-DATA-HOJE-NUM
               MOVE "S" TO WS-VENCIDA
               ADD 1 TO WS-QTD-VENCIDAS
               COMPUTE WS-PRAZO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-PRAZO-INT
           END-IF.

           MOVE SPACES TO DET-NOME.
           IF WS-CAD-ABERTO = "S"
               MOVE OCO-COD-CLIENTE TO CodCliente
               READ CAD-CLIENTE
               IF COD-ERRO = "00"
                   MOVE NomeCliente TO DET-NOME
               END-IF
           END-IF.
           MOVE OCO-COD-CLIENTE   TO DET-CLIENTE.
           MOVE OCO-SEQUENCIA     TO DET-SEQ.
           MOVE OCO-CATEGORIA     TO DET-CATEGORIA.
           MOVE OCO-OPERADOR      TO DET-OPERADOR.
           MOVE OCO-DATA-ABERTURA TO DET-ABERTURA.
           MOVE OCO-DATA-PRAZO    TO DET-PRAZO.
           MOVE OCO-DESCRICAO     TO DET-DESCRICAO.
           MOVE WS-DIAS-ATRASO    TO DET-DIAS.
           IF WS-VENCIDA = "S"
               MOVE "VENCIDA" TO DET-SITUACAO
           ELSE
               MOVE "NO PRAZO" TO DET-SITUACAO
           END-IF.
           WRITE LINHA-REL FROM LINHA-DETALHE.

           PERFORM ROT-ACUMULA-RESUMO.

      *    Procura a combinacao operador/categoria; nao achando,
      *    abre espaco na posicao que mantem a tabela ordenada.
       ROT-ACUMULA-RESUMO.
           MOVE OCO-OPERADOR  TO WS-CHR-OPERADOR.
           MOVE OCO-CATEGORIA TO WS-CHR-CATEGORIA.
           MOVE "N" TO WS-ACHOU-RES.
           COMPUTE WS-POS-RES = WS-QTD-RES + 1.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-RES
                      OR WS-POS-RES <= WS-QTD-RES
               IF WS-RES-CHAVE(WS-IND) = WS-CHAVE-RES
                   MOVE "S" TO WS-ACHOU-RES
                   MOVE WS-IND TO WS-POS-RES
               ELSE
                   IF WS-RES-CHAVE(WS-IND) > WS-CHAVE-RES
                       MOVE WS-IND TO WS-POS-RES
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACHOU-RES = "N"
               IF WS-QTD-RES >= WS-MAX-RES
                   ADD 1 TO WS-QTD-FORA
               ELSE
                   PERFORM VARYING WS-IND FROM WS-QTD-RES BY -1
                           UNTIL WS-IND < WS-POS-RES
                       MOVE WS-RES(WS-IND) TO WS-RES(WS-IND + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-RES
                   MOVE WS-CHAVE-RES TO WS-RES-CHAVE(WS-POS-RES)
                   MOVE ZEROS TO WS-RES-ABERTAS(WS-POS-RES)
                                 WS-RES-VENCIDAS(WS-POS-RES)
                   MOVE "S" TO WS-ACHOU-RES
               END-IF
           END-IF.

           IF WS-ACHOU-RES = "S"
               ADD 1 TO WS-RES-ABERTAS(WS-POS-RES)
               IF WS-VENCIDA = "S"
                   ADD 1 TO WS-RES-VENCIDAS(WS-POS-RES)
               END-IF
           END-IF.

       ROT-IMPRIME-RESUMO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Resumo por operador e categoria" TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM LINHA-CAB-RESUMO.
           MOVE ZEROS TO WS-SUB-ABERTAS WS-SUB-VENCIDAS.
           IF WS-QTD-RES > ZEROS
               MOVE WS-RES-OPERADOR(1) TO WS-OPER-ANT
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-RES
               IF WS-RES-OPERADOR(WS-IND) NOT = WS-OPER-ANT
                   PERFORM ROT-SUBTOTAL-OPERADOR
                   MOVE WS-RES-OPERADOR(WS-IND) TO WS-OPER-ANT
               END-IF
               MOVE WS-RES-OPERADOR(WS-IND)  TO RES-OPERADOR
               MOVE WS-RES-CATEGORIA(WS-IND) TO RES-CATEGORIA
               MOVE WS-RES-ABERTAS(WS-IND)   TO RES-ABERTAS
               MOVE WS-RES-VENCIDAS(WS-IND)  TO RES-VENCIDAS
               WRITE LINHA-REL FROM LINHA-RESUMO
               ADD WS-RES-ABERTAS(WS-IND)  TO WS-SUB-ABERTAS
               ADD WS-RES-VENCIDAS(WS-IND) TO WS-SUB-VENCIDAS
           END-PERFORM.
           IF WS-QTD-RES > ZEROS
               PERFORM ROT-SUBTOTAL-OPERADOR
           END-IF.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Ocorrencias em aberto........" TO QTD-ROTULO.
           MOVE WS-QTD-ABERTAS TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.
           MOVE "Ocorrencias vencidas........." TO QTD-ROTULO.
           MOVE WS-QTD-VENCIDAS TO QTD-VALOR.
           WRITE LINHA-REL FROM LINHA-QTD.
           IF WS-QTD-FORA > ZEROS
               MOVE "Fora do resumo (capacidade).." TO QTD-ROTULO
               MOVE WS-QTD-FORA TO QTD-VALOR
               WRITE LINHA-REL FROM LINHA-QTD
           END-IF.

       ROT-SUBTOTAL-OPERADOR.
           MOVE WS-OPER-ANT      TO RES-OPERADOR.
           MOVE "* TOTAL"        TO RES-CATEGORIA.
           MOVE WS-SUB-ABERTAS   TO RES-ABERTAS.
           MOVE WS-SUB-VENCIDAS  TO RES-VENCIDAS.
           WRITE LINHA-REL FROM LINHA-RESUMO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE ZEROS TO WS-SUB-ABERTAS WS-SUB-VENCIDAS.

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
