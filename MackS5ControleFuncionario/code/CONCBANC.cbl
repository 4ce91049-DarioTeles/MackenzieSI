       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CONCBANC.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-EXTRATO ASSIGN  TO WS-CAMINHO-EXT
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-EXT.

               SELECT  ARQ-MOVPAGTO ASSIGN  TO WS-CAMINHO-MOV
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOV-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-MOV.

               SELECT  ARQ-CONCILIA ASSIGN  TO WS-CAMINHO-CNC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CNC-MOV-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CNC.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  REL-CONCILIA ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-EXTRATO
                   LABEL RECORD STANDARD.
       01          LINHA-EXTRATO       PIC X(80).

       FD          ARQ-MOVPAGTO
                   LABEL RECORD STANDARD.
           COPY MOVPAG.

       FD          ARQ-CONCILIA
                   LABEL RECORD STANDARD.
           COPY CONCREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          REL-CONCILIA
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "CONCBANC".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONCBANC_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO-EXT   PIC XX      VALUES SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUES SPACES.
       77      COD-ERRO-CNC   PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-MOV     PIC X       VALUE "N".
       77      WS-FIM-CNC     PIC X       VALUE "N".
       77      WS-HEADER-OK   PIC X       VALUE "N".
       77      WS-ACHOU       PIC X       VALUE "N".
       77      WS-IND         PIC 9(4)    VALUE ZEROS.
       77      WS-IND2        PIC 9(4)    VALUE ZEROS.
       77      WS-IND3        PIC 9(4)    VALUE ZEROS.
       77      WS-IND-SALVO   PIC 9(4)    VALUE ZEROS.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-MIN    PIC 9(8)    VALUE ZEROS.
       77      WS-DATA-MAX    PIC 9(8)    VALUE ZEROS.
       77      WS-DIFERENCA   PIC S9(11)V99 VALUE ZEROS.

      *    Grupo de recebimentos do mesmo dia com o mesmo titulo:
      *    a parcela de acordo e baixada com um movimento por
      *    fatura renegociada, todos com o nosso-numero da parcela,
      *    e o banco credita a parcela inteira de uma vez.
       77      WS-NUM-GRUPO   PIC 9(6)    VALUE ZEROS.
       77      WS-DATA-GRUPO  PIC 9(8)    VALUE ZEROS.
       77      WS-VAL-GRUPO   PIC 9(11)V99 VALUE ZEROS.
       77      WS-GRAVOU      PIC X       VALUE "N".
       77      WS-CAMINHO-EXT PIC X(100)
                       VALUE "C:\TEMP\EXTBANCO.TXT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-CNC PIC X(100)
                       VALUE "C:\TEMP\CONCILIA.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

      *    Conta conciliada: a mesma da remessa de boletos, mantida
      *    em PARAMS. Extrato de outra conta nao e processado.
       77      WS-AGENCIA     PIC 9(4)    VALUE ZEROS.
       77      WS-CONTA       PIC 9(8)    VALUE ZEROS.

       77      WS-QTD-CRED-LIDOS   PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-CRED-LIDOS   PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-JA-CONC      PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-CONCILIADOS  PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-CONCILIADOS  PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-DIFERENCAS   PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-CRED-SEM     PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-CRED-SEM     PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-REC-SEM      PIC 9(5)     VALUE ZEROS.
       77      WS-VAL-REC-SEM      PIC 9(13)V99 VALUE ZEROS.
       77      WS-QTD-ESTORNADOS   PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-ILEGIVEIS    PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-FORA         PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-REC-FORA     PIC 9(5)     VALUE ZEROS.
       77      WS-QTD-ERRO-GRAV    PIC 9(5)     VALUE ZEROS.

      *    Registros do extrato da conta corrente, no mesmo molde
      *    CNAB simplificado da remessa e do retorno: header "0"
      *    com agencia, conta e periodo; detalhe "1" com o
      *    lancamento (C = credito, D = debito); trailer "9".
       01      EXT-HEADER.
           02 EXH-TIPO      PIC X(1).
           02 EXH-LITERAL   PIC X(7).
           02 EXH-AGENCIA   PIC 9(4).
           02 EXH-CONTA     PIC 9(8).
           02 EXH-DATA-INI  PIC 9(8).
           02 EXH-DATA-FIM  PIC 9(8).
           02 FILLER        PIC X(44).

       01      EXT-DETALHE.
           02 EXD-TIPO      PIC X(1).
           02 EXD-LANC      PIC X(1).
           02 EXD-DATA      PIC X(10).
           02 EXD-VALOR     PIC 9(11)V99.
           02 EXD-DOC       PIC X(20).
           02 EXD-HIST      PIC X(30).
           02 FILLER        PIC X(5).

      *    Creditos do extrato ainda abertos, recebimentos de
      *    MOVPAGTO ainda nao conciliados e creditos ja conciliados
      *    em execucao anterior, em memoria para o casamento.
      *    Situacao: branco = aberto, M = casado agora,
      *    D = diferenca de valor, C = ja conciliado antes,
      *    E = recebimento estornado. O que nao cabe nas tabelas
      *    fica aberto para a execucao seguinte.
       77      WS-MAX-CRED    PIC 9(4)    VALUE 2000.
       77      WS-QTD-CRED    PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-CRED.
           02 WS-CRE OCCURS 2000 TIMES.
               03 CRE-DATA-NUM  PIC 9(8).
               03 CRE-DATA      PIC X(10).
               03 CRE-VALOR     PIC 9(11)V99.
               03 CRE-DOC       PIC X(20).
               03 CRE-HIST      PIC X(30).
               03 CRE-SITUACAO  PIC X(1).

       77      WS-MAX-REC     PIC 9(4)    VALUE 3000.
       77      WS-QTD-REC     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-REC.
           02 WS-REC OCCURS 3000 TIMES.
               03 REC-CHAVE.
                   04 REC-COD-CLIENTE PIC 9(6).
                   04 REC-COMPETENCIA PIC 9(6).
                   04 REC-SEQUENCIA   PIC 9(3).
               03 REC-NUMERO    PIC 9(6).
               03 REC-DATA-NUM  PIC 9(8).
               03 REC-DATA      PIC X(10).
               03 REC-VALOR     PIC 9(10)V99.
               03 REC-OPERADOR  PIC X(8).
               03 REC-SITUACAO  PIC X(1).

       77      WS-MAX-CNC     PIC 9(4)    VALUE 2000.
       77      WS-QTD-CNC     PIC 9(4)    VALUE ZEROS.
       01      WS-TAB-CNC.
           02 WS-CNC OCCURS 2000 TIMES.
               03 TCN-DATA      PIC 9(8).
               03 TCN-VALOR     PIC 9(11)V99.
               03 TCN-DOC       PIC X(20).
               03 TCN-USADO     PIC X(1).

       01      LINHA-TITULO    PIC X(60) VALUE
               "Conciliacao do extrato bancario - MOVPAGTO".

       01      LINHA-CONTA.
           02 FILLER        PIC X(10) VALUE "Agencia: ".
           02 CAB-AGENCIA   PIC 9(4).
           02 FILLER        PIC X(10) VALUE "  Conta: ".
           02 CAB-CONTA     PIC 9(8).
           02 FILLER        PIC X(13) VALUE "  Creditos: ".
           02 CAB-DATA-INI  PIC X(10).
           02 FILLER        PIC X(3)  VALUE " a ".
           02 CAB-DATA-FIM  PIC X(10).

       01      LINHA-SECAO     PIC X(60) VALUE SPACES.

       01      LINHA-CREDITO.
           02 FILLER        PIC X(11) VALUE "  Credito  ".
           02 LCR-DATA      PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LCR-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LCR-DOC       PIC X(20).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LCR-HIST      PIC X(30).

       01      LINHA-RECEB.
           02 FILLER        PIC X(11) VALUE "  Receb.   ".
           02 LRC-DATA      PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LRC-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(6)  VALUE "  Cli ".
           02 LRC-CLIENTE   PIC 9(6).
           02 FILLER        PIC X(6)  VALUE " Comp ".
           02 LRC-COMPET    PIC 9(6).
           02 FILLER        PIC X(5)  VALUE " Seq ".
           02 LRC-SEQ       PIC 9(3).
           02 FILLER        PIC X(6)  VALUE " Tit. ".
           02 LRC-NUMERO    PIC 9(6).
           02 FILLER        PIC X(5)  VALUE " Op. ".
           02 LRC-OPERADOR  PIC X(8).

       01      LINHA-DIFERENCA.
           02 FILLER        PIC X(23) VALUE
               "  Diferenca (credito -".
           02 FILLER        PIC X(11) VALUE " recebido):".
           02 LDF-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOTAL.
           02 TOT-TEXTO     PIC X(36).
           02 TOT-QTD       PIC ZZ.ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 TOT-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01      LINHA-BRANCO    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-EXT FROM ENVIRONMENT "EXTBANCO_PATH".
           IF WS-CAMINHO-EXT = SPACES
               MOVE "C:\TEMP\EXTBANCO.TXT" TO WS-CAMINHO-EXT
           END-IF.
           ACCEPT WS-CAMINHO-MOV FROM ENVIRONMENT "MOVPAGTO_PATH".
           IF WS-CAMINHO-MOV = SPACES
               MOVE "C:\TEMP\MOVPAGTO.DAT" TO WS-CAMINHO-MOV
           END-IF.
           ACCEPT WS-CAMINHO-CNC FROM ENVIRONMENT "CONCILIA_PATH".
           IF WS-CAMINHO-CNC = SPACES
               MOVE "C:\TEMP\CONCILIA.DAT" TO WS-CAMINHO-CNC
           END-IF.

           PERFORM ROT-LE-PARAMETROS.
           IF WS-AGENCIA = ZEROS OR WS-CONTA = ZEROS
               DISPLAY "Conta bancaria nao parametrizada."
               DISPLAY "Cadastre AGENCIA-BANCO e CONTA-BANCO em "
                       "Parametros."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQ-EXTRATO.
           IF COD-ERRO-EXT NOT = "00"
               DISPLAY "Extrato bancario nao encontrado: "
                       WS-CAMINHO-EXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV NOT = "00"
               DISPLAY "Arquivo de movimentos nao encontrado."
               CLOSE ARQ-EXTRATO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-CONCILIA.
           IF COD-ERRO-CNC NOT = "00"
               OPEN OUTPUT ARQ-CONCILIA
               CLOSE ARQ-CONCILIA
               OPEN I-O ARQ-CONCILIA
           END-IF.
           IF COD-ERRO-CNC NOT = "00"
               DISPLAY "Arquivo de conciliacao inacessivel."
               CLOSE ARQ-EXTRATO
               CLOSE ARQ-MOVPAGTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-EXTRATO
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM ROT-TRATA-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQ-EXTRATO.

           IF WS-HEADER-OK NOT = "S"
               IF WS-HEADER-OK = "N"
                   DISPLAY "Extrato sem registro header."
               END-IF
               CLOSE ARQ-MOVPAGTO
               CLOSE ARQ-CONCILIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ROT-CARREGA-CONCILIADOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CRED
               PERFORM ROT-TESTA-JA-CONCILIADO
           END-PERFORM.
           PERFORM ROT-CARREGA-RECEBIMENTOS.
           CLOSE ARQ-MOVPAGTO.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-CONCILIA.
           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-AGENCIA TO CAB-AGENCIA.
           MOVE WS-CONTA   TO CAB-CONTA.
           MOVE SPACES     TO CAB-DATA-INI CAB-DATA-FIM.
           IF WS-DATA-MIN > ZEROS
               STRING WS-DATA-MIN(7:2) "/" WS-DATA-MIN(5:2) "/"
                      WS-DATA-MIN(1:4)
                   DELIMITED BY SIZE INTO CAB-DATA-INI
               STRING WS-DATA-MAX(7:2) "/" WS-DATA-MAX(5:2) "/"
                      WS-DATA-MAX(1:4)
                   DELIMITED BY SIZE INTO CAB-DATA-FIM
           END-IF.
           WRITE LINHA-REL FROM LINHA-CONTA.

      *    Primeiro o casamento exato (mesma data, mesmo valor),
      *    que e o unico que concilia; depois o par da mesma data
      *    com valor diferente, so apontado; o resto e sobra de
      *    um lado ou do outro. Nos dois casos o lado do MOVPAGTO
      *    e o grupo de recebimentos do dia com o mesmo titulo
      *    (parcela de acordo), e so na falta do grupo o
      *    recebimento avulso.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Creditos conciliados nesta execucao:" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CRED
               IF CRE-SITUACAO(WS-IND) = SPACE
                   PERFORM ROT-CASA-EXATO
               END-IF
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Diferencas de valor (credito e recebimento do dia):"
               TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CRED
               IF CRE-SITUACAO(WS-IND) = SPACE
                   PERFORM ROT-CASA-DIFERENCA
               END-IF
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Creditos sem recebimento lancado:" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-CRED
               IF CRE-SITUACAO(WS-IND) = SPACE
                   PERFORM ROT-LINHA-CREDITO
                   ADD 1 TO WS-QTD-CRED-SEM
                   ADD CRE-VALOR(WS-IND) TO WS-VAL-CRED-SEM
               END-IF
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Recebimentos sem credito no extrato:" TO LINHA-SECAO.
           WRITE LINHA-REL FROM LINHA-SECAO.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-REC
               IF REC-SITUACAO(WS-IND2) = SPACE
                   PERFORM ROT-LINHA-RECEB
                   ADD 1 TO WS-QTD-REC-SEM
                   ADD REC-VALOR(WS-IND2) TO WS-VAL-REC-SEM
               END-IF
           END-PERFORM.

           PERFORM ROT-TOTAIS.

           CLOSE ARQ-CONCILIA.
           CLOSE REL-CONCILIA.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Conciliacao bancaria processada. Conciliados: "
                   WS-QTD-CONCILIADOS.
           DISPLAY "Creditos sem recebimento: " WS-QTD-CRED-SEM
                   "  Recebimentos sem credito: " WS-QTD-REC-SEM
                   "  Diferencas: " WS-QTD-DIFERENCAS.
           DISPLAY "Relatorio em " WS-CAMINHO-REL.
           GOBACK.

      *    Header de outra conta interrompe a execucao: conciliar
      *    contra o extrato errado daria tudo como divergente.
       ROT-TRATA-LINHA.
           EVALUATE LINHA-EXTRATO(1:1)
               WHEN "0"
                   MOVE LINHA-EXTRATO TO EXT-HEADER
                   IF EXH-AGENCIA IS NOT NUMERIC
                   OR EXH-CONTA IS NOT NUMERIC
                   OR EXH-AGENCIA NOT = WS-AGENCIA
                   OR EXH-CONTA NOT = WS-CONTA
                       DISPLAY "Extrato de outra conta: agencia "
                               EXH-AGENCIA " conta " EXH-CONTA
                       MOVE "X" TO WS-HEADER-OK
                       MOVE "S" TO WS-FIM-ARQ
                   ELSE
                       MOVE "S" TO WS-HEADER-OK
                   END-IF
               WHEN "1"
                   IF WS-HEADER-OK = "S"
                       MOVE LINHA-EXTRATO TO EXT-DETALHE
                       IF EXD-LANC = "C"
                           PERFORM ROT-GUARDA-CREDITO
                       END-IF
                   END-IF
           END-EVALUATE.

       ROT-GUARDA-CREDITO.
           MOVE EXD-DATA TO WS-DATA-TESTE.
           PERFORM ROT-DATA-PARA-NUMERO.
           IF WS-DATA-NUM = ZEROS OR EXD-VALOR IS NOT NUMERIC
               ADD 1 TO WS-QTD-ILEGIVEIS
           ELSE
               ADD 1 TO WS-QTD-CRED-LIDOS
               ADD EXD-VALOR TO WS-VAL-CRED-LIDOS
               IF WS-QTD-CRED >= WS-MAX-CRED
                   ADD 1 TO WS-QTD-FORA
               ELSE
                   ADD 1 TO WS-QTD-CRED
                   MOVE WS-DATA-NUM TO CRE-DATA-NUM(WS-QTD-CRED)
                   MOVE EXD-DATA    TO CRE-DATA(WS-QTD-CRED)
                   MOVE EXD-VALOR   TO CRE-VALOR(WS-QTD-CRED)
                   MOVE EXD-DOC     TO CRE-DOC(WS-QTD-CRED)
                   MOVE EXD-HIST    TO CRE-HIST(WS-QTD-CRED)
                   MOVE SPACE       TO CRE-SITUACAO(WS-QTD-CRED)
                   IF WS-DATA-MIN = ZEROS
                   OR WS-DATA-NUM < WS-DATA-MIN
                       MOVE WS-DATA-NUM TO WS-DATA-MIN
                   END-IF
                   IF WS-DATA-NUM > WS-DATA-MAX
                       MOVE WS-DATA-NUM TO WS-DATA-MAX
                   END-IF
               END-IF
           END-IF.

      *    Creditos ja conciliados da mesma conta a partir do
      *    primeiro dia do extrato: um extrato que repete dias do
      *    anterior nao concilia o mesmo credito duas vezes.
       ROT-CARREGA-CONCILIADOS.
           MOVE "N" TO WS-FIM-CNC.
           MOVE LOW-VALUES TO CNC-MOV-CHAVE.
           START ARQ-CONCILIA KEY IS NOT LESS THAN CNC-MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CNC
           END-START.
           PERFORM UNTIL WS-FIM-CNC = "S"
               READ ARQ-CONCILIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CNC
                   NOT AT END
                       IF CNC-AGENCIA = WS-AGENCIA
                       AND CNC-CONTA = WS-CONTA
                       AND CNC-EXT-DATA >= WS-DATA-MIN
                       AND CNC-EXT-DATA <= WS-DATA-MAX
                       AND WS-QTD-CNC < WS-MAX-CNC
                           PERFORM ROT-TESTA-CNC-REPETIDO
                           IF WS-ACHOU = "N"
                               PERFORM ROT-GUARDA-CONCILIADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-GUARDA-CONCILIADO.
           ADD 1 TO WS-QTD-CNC.
           MOVE CNC-EXT-DATA  TO TCN-DATA(WS-QTD-CNC).
           MOVE CNC-EXT-VALOR TO TCN-VALOR(WS-QTD-CNC).
           MOVE CNC-EXT-DOC   TO TCN-DOC(WS-QTD-CNC).
           MOVE "N"           TO TCN-USADO(WS-QTD-CNC).

      *    O credito casado com um grupo tem um registro por
      *    recebimento do grupo, todos com a mesma identificacao do
      *    credito; na tabela ele entra uma vez so.
       ROT-TESTA-CNC-REPETIDO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND3 FROM 1 BY 1
                   UNTIL WS-IND3 > WS-QTD-CNC OR WS-ACHOU = "S"
               IF TCN-DATA(WS-IND3) = CNC-EXT-DATA
               AND TCN-VALOR(WS-IND3) = CNC-EXT-VALOR
               AND TCN-DOC(WS-IND3) = CNC-EXT-DOC
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

       ROT-TESTA-JA-CONCILIADO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-CNC OR WS-ACHOU = "S"
               IF TCN-USADO(WS-IND2) = "N"
               AND TCN-DATA(WS-IND2) = CRE-DATA-NUM(WS-IND)
               AND TCN-VALOR(WS-IND2) = CRE-VALOR(WS-IND)
               AND TCN-DOC(WS-IND2) = CRE-DOC(WS-IND)
                   MOVE "S" TO WS-ACHOU
                   MOVE "S" TO TCN-USADO(WS-IND2)
                   MOVE "C" TO CRE-SITUACAO(WS-IND)
                   ADD 1 TO WS-QTD-JA-CONC
               END-IF
           END-PERFORM.

      *    Recebimentos candidatos: os de MOVPAGTO sem registro de
      *    conciliacao e com data ate o ultimo dia do extrato (o
      *    recebimento posterior ainda nao tem como aparecer). O
      *    estorno tira da conferencia o recebimento que desfez.
       ROT-CARREGA-RECEBIMENTOS.
           MOVE "N" TO WS-FIM-MOV.
           PERFORM UNTIL WS-FIM-MOV = "S"
               READ ARQ-MOVPAGTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MOV-RECEBIMENTO
                               PERFORM ROT-GUARDA-RECEBIMENTO
                           WHEN MOV-ESTORNO
                               PERFORM ROT-TIRA-ESTORNADO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       ROT-GUARDA-RECEBIMENTO.
           MOVE MOV-DATA TO WS-DATA-TESTE.
           PERFORM ROT-DATA-PARA-NUMERO.
           IF WS-DATA-NUM > ZEROS AND WS-DATA-NUM <= WS-DATA-MAX
               MOVE MOV-CHAVE TO CNC-MOV-CHAVE
               READ ARQ-CONCILIA
                   INVALID KEY
                       IF WS-QTD-REC < WS-MAX-REC
                           PERFORM ROT-INCLUI-RECEBIMENTO
                       ELSE
                           ADD 1 TO WS-QTD-REC-FORA
                       END-IF
               END-READ
           END-IF.

       ROT-INCLUI-RECEBIMENTO.
           ADD 1 TO WS-QTD-REC.
           MOVE MOV-CHAVE    TO REC-CHAVE(WS-QTD-REC).
           MOVE MOV-NUMERO   TO REC-NUMERO(WS-QTD-REC).
           MOVE WS-DATA-NUM  TO REC-DATA-NUM(WS-QTD-REC).
           MOVE MOV-DATA     TO REC-DATA(WS-QTD-REC).
           MOVE MOV-VALOR    TO REC-VALOR(WS-QTD-REC).
           MOVE MOV-OPERADOR TO REC-OPERADOR(WS-QTD-REC).
           MOVE SPACE        TO REC-SITUACAO(WS-QTD-REC).

      *    O estorno vem depois do recebimento na mesma fatura
      *    (sequencia maior), entao basta procurar para tras o
      *    recebimento aberto de mesmo valor.
       ROT-TIRA-ESTORNADO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND2 FROM WS-QTD-REC BY -1
                   UNTIL WS-IND2 < 1 OR WS-ACHOU = "S"
               IF REC-COD-CLIENTE(WS-IND2) = MOV-COD-CLIENTE
               AND REC-COMPETENCIA(WS-IND2) = MOV-COMPETENCIA
               AND REC-VALOR(WS-IND2) = MOV-VALOR
               AND REC-SITUACAO(WS-IND2) = SPACE
                   MOVE "S" TO WS-ACHOU
                   MOVE "E" TO REC-SITUACAO(WS-IND2)
                   ADD 1 TO WS-QTD-ESTORNADOS
               END-IF
           END-PERFORM.

      *    O grupo do dia cujo total bate com o credito concilia
      *    todos os seus recebimentos; sem grupo que bata, vale o
      *    recebimento avulso de mesmo valor (duas baixas parciais
      *    do mesmo boleto no mesmo dia chegam em creditos
      *    separados).
       ROT-CASA-EXATO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-REC OR WS-ACHOU = "S"
               IF REC-SITUACAO(WS-IND2) = SPACE
               AND REC-DATA-NUM(WS-IND2) = CRE-DATA-NUM(WS-IND)
                   PERFORM ROT-SOMA-GRUPO
                   IF WS-VAL-GRUPO = CRE-VALOR(WS-IND)
                       MOVE "S" TO WS-ACHOU
                       PERFORM ROT-CONCILIA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-REC OR WS-ACHOU = "S"
               IF REC-SITUACAO(WS-IND2) = SPACE
               AND REC-DATA-NUM(WS-IND2) = CRE-DATA-NUM(WS-IND)
               AND REC-VALOR(WS-IND2) = CRE-VALOR(WS-IND)
                   MOVE "S" TO WS-ACHOU
                   PERFORM ROT-GRAVA-CONCILIACAO
               END-IF
           END-PERFORM.

      *    Total dos recebimentos abertos do dia e titulo do
      *    recebimento WS-IND2; os anteriores do mesmo grupo ja
      *    teriam sido somados antes, entao a soma comeca nele.
       ROT-SOMA-GRUPO.
           MOVE REC-NUMERO(WS-IND2)   TO WS-NUM-GRUPO.
           MOVE REC-DATA-NUM(WS-IND2) TO WS-DATA-GRUPO.
           MOVE ZEROS TO WS-VAL-GRUPO.
           PERFORM VARYING WS-IND3 FROM WS-IND2 BY 1
                   UNTIL WS-IND3 > WS-QTD-REC
               IF REC-SITUACAO(WS-IND3) = SPACE
               AND REC-DATA-NUM(WS-IND3) = WS-DATA-GRUPO
               AND REC-NUMERO(WS-IND3) = WS-NUM-GRUPO
                   ADD REC-VALOR(WS-IND3) TO WS-VAL-GRUPO
               END-IF
           END-PERFORM.

      *    Um registro de CONCILIA por recebimento do grupo, todos
      *    com o mesmo credito. O recebimento que nao grava fica
      *    de fora e volta aberto na proxima execucao; o credito
      *    so fica conciliado se algum recebimento gravou.
       ROT-CONCILIA-GRUPO.
           MOVE "N" TO WS-GRAVOU.
           PERFORM VARYING WS-IND3 FROM WS-IND2 BY 1
                   UNTIL WS-IND3 > WS-QTD-REC
               IF REC-SITUACAO(WS-IND3) = SPACE
               AND REC-DATA-NUM(WS-IND3) = WS-DATA-GRUPO
               AND REC-NUMERO(WS-IND3) = WS-NUM-GRUPO
                   PERFORM ROT-GRAVA-ITEM-GRUPO
               END-IF
           END-PERFORM.
           IF WS-GRAVOU = "S"
               MOVE "M" TO CRE-SITUACAO(WS-IND)
               ADD 1 TO WS-QTD-CONCILIADOS
               ADD CRE-VALOR(WS-IND) TO WS-VAL-CONCILIADOS
               PERFORM ROT-LINHA-CREDITO
               PERFORM VARYING WS-IND3 FROM WS-IND2 BY 1
                       UNTIL WS-IND3 > WS-QTD-REC
                   IF REC-SITUACAO(WS-IND3) = "G"
                       MOVE "M" TO REC-SITUACAO(WS-IND3)
                       PERFORM ROT-LINHA-RECEB-GRUPO
                   END-IF
               END-PERFORM
           ELSE
               MOVE "X" TO CRE-SITUACAO(WS-IND)
           END-IF.

       ROT-GRAVA-ITEM-GRUPO.
           MOVE REC-CHAVE(WS-IND3)    TO CNC-MOV-CHAVE.
           MOVE CRE-DATA-NUM(WS-IND)  TO CNC-EXT-DATA.
           MOVE CRE-VALOR(WS-IND)     TO CNC-EXT-VALOR.
           MOVE CRE-DOC(WS-IND)       TO CNC-EXT-DOC.
           MOVE WS-AGENCIA            TO CNC-AGENCIA.
           MOVE WS-CONTA              TO CNC-CONTA.
           MOVE WS-DATA-REL           TO CNC-DATA-CONCIL.
           WRITE REG-CONCILIA.
           IF COD-ERRO-CNC NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
               MOVE "X" TO REC-SITUACAO(WS-IND3)
           ELSE
               MOVE "S" TO WS-GRAVOU
               MOVE "G" TO REC-SITUACAO(WS-IND3)
           END-IF.

      *    A conciliacao so vale se o registro for gravado; falha
      *    deixa os dois lados abertos para a proxima execucao.
       ROT-GRAVA-CONCILIACAO.
           MOVE REC-CHAVE(WS-IND2)    TO CNC-MOV-CHAVE.
           MOVE CRE-DATA-NUM(WS-IND)  TO CNC-EXT-DATA.
           MOVE CRE-VALOR(WS-IND)     TO CNC-EXT-VALOR.
           MOVE CRE-DOC(WS-IND)       TO CNC-EXT-DOC.
           MOVE WS-AGENCIA            TO CNC-AGENCIA.
           MOVE WS-CONTA              TO CNC-CONTA.
           MOVE WS-DATA-REL           TO CNC-DATA-CONCIL.
           WRITE REG-CONCILIA.
           IF COD-ERRO-CNC NOT = "00"
               ADD 1 TO WS-QTD-ERRO-GRAV
               MOVE "X" TO REC-SITUACAO(WS-IND2)
               MOVE "X" TO CRE-SITUACAO(WS-IND)
           ELSE
               MOVE "M" TO REC-SITUACAO(WS-IND2)
               MOVE "M" TO CRE-SITUACAO(WS-IND)
               ADD 1 TO WS-QTD-CONCILIADOS
               ADD CRE-VALOR(WS-IND) TO WS-VAL-CONCILIADOS
               PERFORM ROT-LINHA-CREDITO
               PERFORM ROT-LINHA-RECEB
           END-IF.

      *    A diferenca e apontada contra o grupo inteiro do
      *    primeiro recebimento aberto do dia.
       ROT-CASA-DIFERENCA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-REC OR WS-ACHOU = "S"
               IF REC-SITUACAO(WS-IND2) = SPACE
               AND REC-DATA-NUM(WS-IND2) = CRE-DATA-NUM(WS-IND)
                   MOVE "S" TO WS-ACHOU
                   PERFORM ROT-SOMA-GRUPO
                   MOVE "D" TO CRE-SITUACAO(WS-IND)
                   ADD 1 TO WS-QTD-DIFERENCAS
                   PERFORM ROT-LINHA-CREDITO
                   PERFORM VARYING WS-IND3 FROM WS-IND2 BY 1
                           UNTIL WS-IND3 > WS-QTD-REC
                       IF REC-SITUACAO(WS-IND3) = SPACE
                       AND REC-DATA-NUM(WS-IND3) = WS-DATA-GRUPO
                       AND REC-NUMERO(WS-IND3) = WS-NUM-GRUPO
                           MOVE "D" TO REC-SITUACAO(WS-IND3)
                           PERFORM ROT-LINHA-RECEB-GRUPO
                       END-IF
                   END-PERFORM
                   COMPUTE WS-DIFERENCA =
                       CRE-VALOR(WS-IND) - WS-VAL-GRUPO
                   MOVE WS-DIFERENCA TO LDF-VALOR
                   WRITE LINHA-REL FROM LINHA-DIFERENCA
               END-IF
           END-PERFORM.

       ROT-LINHA-CREDITO.
           MOVE CRE-DATA(WS-IND)  TO LCR-DATA.
           MOVE CRE-VALOR(WS-IND) TO LCR-VALOR.
           MOVE CRE-DOC(WS-IND)   TO LCR-DOC.
           MOVE CRE-HIST(WS-IND)  TO LCR-HIST.
           WRITE LINHA-REL FROM LINHA-CREDITO.

       ROT-LINHA-RECEB.
           MOVE REC-DATA(WS-IND2)        TO LRC-DATA.
           MOVE REC-VALOR(WS-IND2)       TO LRC-VALOR.
           MOVE REC-COD-CLIENTE(WS-IND2) TO LRC-CLIENTE.
           MOVE REC-COMPETENCIA(WS-IND2) TO LRC-COMPET.
           MOVE REC-SEQUENCIA(WS-IND2)   TO LRC-SEQ.
           MOVE REC-NUMERO(WS-IND2)      TO LRC-NUMERO.
           MOVE REC-OPERADOR(WS-IND2)    TO LRC-OPERADOR.
           WRITE LINHA-REL FROM LINHA-RECEB.

       ROT-LINHA-RECEB-GRUPO.
           MOVE WS-IND2 TO WS-IND-SALVO.
           MOVE WS-IND3 TO WS-IND2.
           PERFORM ROT-LINHA-RECEB.
           MOVE WS-IND-SALVO TO WS-IND2.

       ROT-TOTAIS.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Creditos lidos no extrato.........:" TO TOT-TEXTO.
           MOVE WS-QTD-CRED-LIDOS  TO TOT-QTD.
           MOVE WS-VAL-CRED-LIDOS  TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Ja conciliados em execucao anterior:" TO TOT-TEXTO.
           MOVE WS-QTD-JA-CONC     TO TOT-QTD.
           MOVE ZEROS              TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Conciliados nesta execucao........:" TO TOT-TEXTO.
           MOVE WS-QTD-CONCILIADOS TO TOT-QTD.
           MOVE WS-VAL-CONCILIADOS TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Diferencas de valor...............:" TO TOT-TEXTO.
           MOVE WS-QTD-DIFERENCAS  TO TOT-QTD.
           MOVE ZEROS              TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Creditos sem recebimento..........:" TO TOT-TEXTO.
           MOVE WS-QTD-CRED-SEM    TO TOT-QTD.
           MOVE WS-VAL-CRED-SEM    TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Recebimentos sem credito..........:" TO TOT-TEXTO.
           MOVE WS-QTD-REC-SEM     TO TOT-QTD.
           MOVE WS-VAL-REC-SEM     TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE ZEROS TO TOT-VALOR.
           IF WS-QTD-ESTORNADOS > ZEROS
               MOVE "Recebimentos estornados ignorados.:" TO TOT-TEXTO
               MOVE WS-QTD-ESTORNADOS TO TOT-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.
           IF WS-QTD-ILEGIVEIS > ZEROS
               MOVE "Linhas de credito ilegiveis.......:" TO TOT-TEXTO
               MOVE WS-QTD-ILEGIVEIS TO TOT-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.
           IF WS-QTD-FORA > ZEROS
               MOVE "Creditos para a proxima execucao..:" TO TOT-TEXTO
               MOVE WS-QTD-FORA TO TOT-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.
           IF WS-QTD-REC-FORA > ZEROS
               MOVE "Recebimentos p/ a proxima execucao:" TO TOT-TEXTO
               MOVE WS-QTD-REC-FORA TO TOT-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.
           IF WS-QTD-ERRO-GRAV > ZEROS
               MOVE "Pares nao gravados em CONCILIA....:" TO TOT-TEXTO
               MOVE WS-QTD-ERRO-GRAV TO TOT-QTD
               WRITE LINHA-REL FROM LINHA-TOTAL
           END-IF.

      *    Converte DD/MM/AAAA em AAAAMMDD numerico; data ilegivel
      *    devolve zeros.
       ROT-DATA-PARA-NUMERO.
           MOVE ZEROS TO WS-DATA-NUM.
           IF WS-DATA-TESTE(1:2) IS NUMERIC
           AND WS-DATA-TESTE(3:1) = "/"
           AND WS-DATA-TESTE(4:2) IS NUMERIC
           AND WS-DATA-TESTE(6:1) = "/"
           AND WS-DATA-TESTE(7:4) IS NUMERIC
               STRING WS-DATA-TESTE(7:4) WS-DATA-TESTE(4:2)
                      WS-DATA-TESTE(1:2)
                   DELIMITED BY SIZE INTO WS-DATA-NUM
           END-IF.

      *    Le a conta da remessa bancaria na abertura; sem conta
      *    parametrizada nao ha o que conciliar.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "AGENCIA-BANCO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-VALOR TO WS-AGENCIA
               END-READ
               MOVE "CONTA-BANCO" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-VALOR TO WS-CONTA
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
