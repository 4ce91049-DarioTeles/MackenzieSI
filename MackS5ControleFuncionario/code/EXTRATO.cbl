       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   EXTRATO INITIAL.
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

               SELECT  ARQ-NOTAS ASSIGN  TO WS-CAMINHO-NTC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-NTC.

               SELECT  REL-EXTRATO ASSIGN  TO WS-CAMINHO-REL
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

       FD          ARQ-NOTAS
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          REL-EXTRATO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(110).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta, reimpressao em CATMNU e envio ao cliente.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "EXTRATO".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\EXTRATO_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUES SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUES SPACES.
       77      COD-ERRO-MOV   PIC XX      VALUES SPACES.
       77      COD-ERRO-NTC   PIC XX      VALUES SPACES.
       77      COD-ERRO-REL   PIC XX      VALUES SPACES.
       77      WS-MOV-ABERTO  PIC X       VALUE "N".
       77      WS-NTC-ABERTO  PIC X       VALUE "N".
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      WS-FIM-FAT     PIC X       VALUE "N".
       77      WS-FIM-MOV     PIC X       VALUE "N".
       77      WS-FIM-NTC     PIC X       VALUE "N".
       77      WS-ACHOU-CLI   PIC X       VALUE "N".
       77      WS-DATA-OK     PIC X       VALUE "N".
       77      WS-COD-CLIENTE PIC 9(6)    VALUE ZEROS.
       77      WS-QTD-EXTRATOS PIC 9(5)   VALUE ZEROS.
       77      WS-DATA-INI    PIC X(10)   VALUE SPACES.
       77      WS-DATA-FIM    PIC X(10)   VALUE SPACES.
       77      WS-INI-NUM     PIC 9(8)    VALUE ZEROS.
       77      WS-FIM-NUM     PIC 9(8)    VALUE ZEROS.
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-TST-DIA     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-MES     PIC 9(2)    VALUE ZEROS.
       77      WS-TST-ANO     PIC 9(4)    VALUE ZEROS.
       77      WS-VENC-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-DATA-ENCARGO PIC X(10)  VALUE SPACES.
       77      WS-RETIDO      PIC 9(10)V99 VALUE ZEROS.
       77      WS-SALDO-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
       77      WS-SALDO       PIC S9(11)V99 VALUE ZEROS.
       77      WS-TOT-DEBITO  PIC 9(11)V99 VALUE ZEROS.
       77      WS-TOT-CREDITO PIC 9(11)V99 VALUE ZEROS.
       77      WS-SALDO-EDT   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-MOV PIC X(100)
                       VALUE "C:\TEMP\MOVPAGTO.DAT".
       77      WS-CAMINHO-NTC PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".

      *    Lancamento em preparo, antes de entrar na tabela.
       77      WS-DATA-LANC   PIC X(10)   VALUE SPACES.
       77      WS-HIST-LANC   PIC X(26)   VALUE SPACES.
       77      WS-DOC-LANC    PIC 9(6)    VALUE ZEROS.
       77      WS-NFSE-LANC   PIC X(15)   VALUE SPACES.
       77      WS-DEB-LANC    PIC 9(10)V99 VALUE ZEROS.
       77      WS-CRED-LANC   PIC 9(10)V99 VALUE ZEROS.

      *    Lancamentos do periodo em ordem de data. As faturas sao
      *    lidas uma a uma e cada evento entra na posicao da sua
      *    data, deslocando os posteriores; os anteriores ao
      *    periodo so compoem o saldo anterior.
       77      WS-MAX-LANC    PIC 9(4)    VALUE 500.
       77      WS-QTD-LANC    PIC 9(4)    VALUE ZEROS.
       77      WS-QTD-FORA    PIC 9(4)    VALUE ZEROS.
       77      WS-IND         PIC 9(4)    VALUE ZEROS.
       77      WS-POS-INS     PIC 9(4)    VALUE ZEROS.
       77      WS-FIM-INS     PIC X       VALUE "N".
       01      WS-TAB-LANC.
           02 WS-LAN OCCURS 500 TIMES.
               03 WS-LAN-DATA-NUM  PIC 9(8).
               03 WS-LAN-DATA      PIC X(10).
               03 WS-LAN-HIST      PIC X(26).
               03 WS-LAN-DOC       PIC 9(6).
               03 WS-LAN-NFSE      PIC X(15).
               03 WS-LAN-DEBITO    PIC 9(10)V99.
               03 WS-LAN-CREDITO   PIC 9(10)V99.

      *    A emissao e a retencao entram no primeiro dia da
      *    competencia da fatura, como na exportacao contabil.
       01      WS-DATA-COMPET.
           02 FILLER          PIC X(3)  VALUE "01/".
           02 WS-DCP-MES      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-DCP-ANO      PIC 9(4).

       01      WS-COMPET-FAT.
           02 WS-CPF-ANO      PIC 9(4).
           02 WS-CPF-MES      PIC 9(2).
       01      WS-COMPET-FAT-NUM REDEFINES WS-COMPET-FAT PIC 9(6).

       01      LINHA-TRACO     PIC X(104) VALUE ALL "=".
       01      LINHA-TRACO-FIM PIC X(104) VALUE ALL "-".
       01      LINHA-TITULO    PIC X(60) VALUE
               "EXTRATO DE CONTA CORRENTE DO CLIENTE".
       01      LINHA-BRANCO    PIC X(110) VALUE SPACES.

       01      LINHA-ROTULADA.
           02 EXT-ROTULO    PIC X(19).
           02 EXT-CONTEUDO  PIC X(40).

       01      LINHA-PERIODO.
           02 FILLER        PIC X(19) VALUE "Periodo..........: ".
           02 EXT-PER-INI   PIC X(10).
           02 FILLER        PIC X(3)  VALUE " a ".
           02 EXT-PER-FIM   PIC X(10).

       01      LINHA-CABECALHO.
           02 FILLER        PIC X(38) VALUE
               "Data       Historico                  ".
           02 FILLER        PIC X(36) VALUE
               "Fatura NFS-e                 Debito ".
           02 FILLER        PIC X(30) VALUE
               "       Credito           Saldo".

       01      LINHA-LANCAMENTO.
           02 EXT-DATA      PIC X(10).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-HIST      PIC X(26).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-DOC       PIC Z(6).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-NFSE      PIC X(15).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-DEBITO    PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-CREDITO   PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 EXT-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01      LINHA-EMISSAO.
           02 FILLER        PIC X(11) VALUE "Emitido em ".
           02 EXT-EMI-DATA  PIC X(10).
           02 FILLER        PIC X(5)  VALUE " por ".
           02 EXT-EMI-OPER  PIC X(8).

       01      LINHA-AVISO-LIMITE.
           02 FILLER        PIC X(36) VALUE
               "Atencao: lancamentos nao listados: ".
           02 EXT-QTD-FORA  PIC ZZZ9.
           02 FILLER        PIC X(40) VALUE
               " (reduzir o periodo do extrato).".

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).
      *    Cliente ja escolhido por quem chama (LEITURA); zeros
      *    faz o programa perguntar o codigo.
       01      LK-COD-CLIENTE      PIC 9(6).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR
                                LK-COD-CLIENTE.
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
           ACCEPT WS-CAMINHO-NTC FROM ENVIRONMENT "NOTASCRE_PATH".
           IF WS-CAMINHO-NTC = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO WS-CAMINHO-NTC
           END-IF.

           OPEN INPUT CAD-CLIENTE.
           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY TELA-COR
               DISPLAY "Arquivo de faturas indisponivel." AT 1010
               STOP "   <Enter> para continuar         "
               CLOSE CAD-CLIENTE
               GOBACK
           END-IF.

      *    Sem recebimentos ou sem notas de credito ainda, o
      *    extrato sai so com o que existe.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV = "00"
               MOVE "S" TO WS-MOV-ABERTO
           END-IF.
           OPEN INPUT ARQ-NOTAS.
           IF COD-ERRO-NTC = "00"
               MOVE "S" TO WS-NTC-ABERTO
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-EXTRATO.

      *    Periodo proposto: do primeiro dia do mes ate hoje.
           MOVE LK-DATA-DIA TO WS-DATA-FIM.
           MOVE LK-DATA-DIA TO WS-DATA-INI.
           MOVE "01"        TO WS-DATA-INI(1:2).

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE CAD-CLIENTE.
               CLOSE ARQ-FATURAS.
               IF WS-MOV-ABERTO = "S"
                   CLOSE ARQ-MOVPAGTO
               END-IF.
               IF WS-NTC-ABERTO = "S"
                   CLOSE ARQ-NOTAS
               END-IF.
               CLOSE REL-EXTRATO.
               IF WS-QTD-EXTRATOS > ZEROS
                   CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                                       LK-COD-OPERADOR
               END-IF.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-COD-CLIENTE.
               MOVE SPACES TO REG-CLIENTE.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "Extrato de Conta Corrente: " AT 0310.
               DISPLAY "Cliente: "            AT 0510.
               DISPLAY "Data inicial (DD/MM/AAAA): " AT 0710.
               DISPLAY "Data final...(DD/MM/AAAA): " AT 0810.

      *    Recebimento de Dados

               IF LK-COD-CLIENTE > ZEROS
                   MOVE LK-COD-CLIENTE TO WS-COD-CLIENTE
                   DISPLAY WS-COD-CLIENTE AT 0545
               ELSE
                   PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE>0
                       ACCEPT WS-COD-CLIENTE AT 0545 WITH UPPER AUTO
                       IF WS-COD-CLIENTE<=0
                           DISPLAY "Digite 000001 a 999999.     "
                                   AT 2040
                       ELSE
                           DISPLAY "                            "
                                   AT 2040
                       END-IF
                   END-PERFORM
               END-IF.

      *    Rotina de Leitura do cliente
               MOVE WS-COD-CLIENTE TO CodCliente.
               READ  CAD-CLIENTE
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU-CLI
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU-CLI
               END-READ.

               IF WS-ACHOU-CLI = "N"
     		        DISPLAY "Nao achou o cliente." AT 2040
               ELSE
                   DISPLAY NomeCliente AT 0555
                   PERFORM ROT-PEDE-PERIODO
                   PERFORM ROT-GERA-EXTRATO
               END-IF.

      *    Chamado com o cliente ja escolhido, gera um extrato e
      *    volta; do menu pergunta se ha outro.

               IF LK-COD-CLIENTE > ZEROS
                   MOVE "N" TO OPCAO
                   STOP "   <Enter> para continuar         "
               ELSE
                   DISPLAY "Outro Extrato?(S/N): " AT 2210
                   PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                       ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                       IF OPCAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2240
                       ELSE
                           DISPLAY "             "  AT 2240
                       END-IF
                   END-PERFORM
               END-IF.

      *    Datas validas e final nao anterior a inicial.
       ROT-PEDE-PERIODO.
           PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
               ACCEPT WS-DATA-INI AT 0745 WITH UPDATE UPPER AUTO
               MOVE WS-DATA-INI TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               MOVE WS-DATA-NUM TO WS-INI-NUM
               ACCEPT WS-DATA-FIM AT 0845 WITH UPDATE UPPER AUTO
               MOVE WS-DATA-FIM TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               MOVE WS-DATA-NUM TO WS-FIM-NUM
               IF WS-INI-NUM = ZEROS OR WS-FIM-NUM = ZEROS
                   MOVE "N" TO WS-DATA-OK
                   DISPLAY "Data invalida.                " AT 2040
               ELSE
               IF WS-FIM-NUM < WS-INI-NUM
                   MOVE "N" TO WS-DATA-OK
                   DISPLAY "Data final antes da inicial.  " AT 2040
               ELSE
                   MOVE "S" TO WS-DATA-OK
                   DISPLAY "                              " AT 2040
               END-IF
               END-IF
           END-PERFORM.

      *    Monta os lancamentos de todas as faturas do cliente,
      *    separa o saldo anterior ao periodo e imprime o extrato
      *    com o saldo corrente linha a linha.
       ROT-GERA-EXTRATO.
           MOVE ZEROS TO WS-QTD-LANC WS-QTD-FORA WS-SALDO-ANTERIOR
                         WS-TOT-DEBITO WS-TOT-CREDITO.
           MOVE "N" TO WS-FIM-FAT.
           MOVE WS-COD-CLIENTE TO FAT-COD-CLIENTE.
           MOVE ZEROS          TO FAT-COMPETENCIA.
           START ARQ-FATURAS KEY IS NOT LESS THAN FAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FAT
           END-START.
           PERFORM UNTIL WS-FIM-FAT = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FAT
                   NOT AT END
                       IF FAT-COD-CLIENTE NOT = WS-COD-CLIENTE
                           MOVE "S" TO WS-FIM-FAT
                       ELSE
                           PERFORM ROT-LANCA-FATURA
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM ROT-IMPRIME-EXTRATO.
           ADD 1 TO WS-QTD-EXTRATOS.

           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDT.
           DISPLAY "Saldo anterior: " AT 1010.
           DISPLAY WS-SALDO-EDT       AT 1030.
           MOVE WS-SALDO TO WS-SALDO-EDT.
           DISPLAY "Saldo final...: " AT 1110.
           DISPLAY WS-SALDO-EDT       AT 1130.
           DISPLAY "Extrato gerado no arquivo do dia" AT 2040.

      *    Eventos de uma fatura: emissao pelo valor bruto, a
      *    retencao na fonte, as notas de credito e os movimentos
      *    de pagamento, e a multa e os juros cobrados.
       ROT-LANCA-FATURA.
           MOVE FAT-COMPETENCIA TO WS-COMPET-FAT-NUM.
           MOVE WS-CPF-MES      TO WS-DCP-MES.
           MOVE WS-CPF-ANO      TO WS-DCP-ANO.
           MOVE WS-DATA-COMPET  TO WS-DATA-LANC.
           MOVE FAT-NUMERO      TO WS-DOC-LANC.
           MOVE "Fatura emitida"  TO WS-HIST-LANC.
           IF FAT-NFSE-NUMERO = SPACES
               MOVE "(sem NFS-e)"   TO WS-NFSE-LANC
           ELSE
               MOVE FAT-NFSE-NUMERO TO WS-NFSE-LANC
           END-IF.
           MOVE FAT-VALOR       TO WS-DEB-LANC.
           MOVE ZEROS           TO WS-CRED-LANC.
           PERFORM ROT-GUARDA-LANCAMENTO.

           MOVE SPACES TO WS-NFSE-LANC.
           COMPUTE WS-RETIDO = FAT-RET-ISS + FAT-RET-IRRF
                             + FAT-RET-PIS + FAT-RET-COFINS
                             + FAT-RET-CSLL.
           IF WS-RETIDO > 0
               MOVE "Retencao na fonte" TO WS-HIST-LANC
               MOVE ZEROS     TO WS-DEB-LANC
               MOVE WS-RETIDO TO WS-CRED-LANC
               PERFORM ROT-GUARDA-LANCAMENTO
           END-IF.

           IF WS-NTC-ABERTO = "S"
               PERFORM ROT-LANCA-NOTAS
           END-IF.

           MOVE SPACES TO WS-DATA-ENCARGO.
           MOVE FAT-VENCIMENTO TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           MOVE WS-DATA-NUM TO WS-VENC-NUM.
           IF WS-MOV-ABERTO = "S"
               PERFORM ROT-LANCA-MOVIMENTOS
           END-IF.

           IF FAT-MULTA > 0 OR FAT-JUROS > 0
               PERFORM ROT-LANCA-ENCARGOS
           END-IF.

      *    Notas de credito e cancelamento da fatura, pela data da
      *    nota; a chave comeca pela chave da fatura.
       ROT-LANCA-NOTAS.
           MOVE "N" TO WS-FIM-NTC.
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
                           PERFORM ROT-LANCA-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-LANCA-NOTA.
           MOVE NTC-DATA TO WS-DATA-LANC.
           MOVE SPACES   TO WS-HIST-LANC.
           IF NOTA-CANCELAMENTO
               STRING "Cancelamento nota " NTC-NUMERO
                      DELIMITED BY SIZE INTO WS-HIST-LANC
           ELSE
               STRING "Nota de credito " NTC-NUMERO
                      DELIMITED BY SIZE INTO WS-HIST-LANC
           END-IF.
           MOVE ZEROS     TO WS-DEB-LANC.
           MOVE NTC-VALOR TO WS-CRED-LANC.
           PERFORM ROT-GUARDA-LANCAMENTO.

      *    Recebimentos a credito e estornos a debito, pela data
      *    do movimento. O primeiro recebimento depois do
      *    vencimento e quando PAGFAT cobra multa e juros, e a data
      *    em que os encargos entram no extrato; o estorno zera os
      *    encargos da fatura, entao a contagem recomeca.
       ROT-LANCA-MOVIMENTOS.
           MOVE "N" TO WS-FIM-MOV.
           MOVE FAT-COD-CLIENTE TO MOV-COD-CLIENTE.
           MOVE FAT-COMPETENCIA TO MOV-COMPETENCIA.
           MOVE ZEROS           TO MOV-SEQUENCIA.
           START ARQ-MOVPAGTO KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MOV
           END-START.
           PERFORM UNTIL WS-FIM-MOV = "S"
               READ ARQ-MOVPAGTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       IF MOV-COD-CLIENTE NOT = FAT-COD-CLIENTE
                       OR MOV-COMPETENCIA NOT = FAT-COMPETENCIA
                           MOVE "S" TO WS-FIM-MOV
                       ELSE
                           PERFORM ROT-LANCA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-LANCA-MOVIMENTO.
           MOVE MOV-DATA TO WS-DATA-LANC.
           IF MOV-ESTORNO
               MOVE SPACES TO WS-DATA-ENCARGO
               MOVE "Estorno de recebimento" TO WS-HIST-LANC
               MOVE MOV-VALOR TO WS-DEB-LANC
               MOVE ZEROS     TO WS-CRED-LANC
           ELSE
               MOVE MOV-DATA TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               IF WS-DATA-ENCARGO = SPACES
               AND WS-DATA-NUM > WS-VENC-NUM
                   MOVE MOV-DATA TO WS-DATA-ENCARGO
               END-IF
               MOVE "Recebimento" TO WS-HIST-LANC
               MOVE ZEROS     TO WS-DEB-LANC
               MOVE MOV-VALOR TO WS-CRED-LANC
           END-IF.
           PERFORM ROT-GUARDA-LANCAMENTO.

      *    Encargos calculados fora da baixa (acordo) ficam no
      *    vencimento.
       ROT-LANCA-ENCARGOS.
           IF WS-DATA-ENCARGO = SPACES
               MOVE FAT-VENCIMENTO  TO WS-DATA-LANC
           ELSE
               MOVE WS-DATA-ENCARGO TO WS-DATA-LANC
           END-IF.
           MOVE ZEROS TO WS-CRED-LANC.
           IF FAT-MULTA > 0
               MOVE "Multa por atraso" TO WS-HIST-LANC
               MOVE FAT-MULTA TO WS-DEB-LANC
               PERFORM ROT-GUARDA-LANCAMENTO
           END-IF.
           IF FAT-JUROS > 0
               MOVE "Juros de mora"    TO WS-HIST-LANC
               MOVE FAT-JUROS TO WS-DEB-LANC
               PERFORM ROT-GUARDA-LANCAMENTO
           END-IF.

      *    Antes do periodo vai para o saldo anterior, depois fica
      *    fora; no periodo entra na tabela na posicao da data,
      *    depois dos lancamentos do mesmo dia ja guardados.
       ROT-GUARDA-LANCAMENTO.
           MOVE WS-DATA-LANC TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-DATA-NUM < WS-INI-NUM
               ADD      WS-DEB-LANC  TO   WS-SALDO-ANTERIOR
               SUBTRACT WS-CRED-LANC FROM WS-SALDO-ANTERIOR
           ELSE
           IF WS-DATA-NUM NOT > WS-FIM-NUM
               IF WS-QTD-LANC >= WS-MAX-LANC
                   ADD 1 TO WS-QTD-FORA
               ELSE
                   PERFORM ROT-INSERE-LANCAMENTO
               END-IF
           END-IF
           END-IF.

       ROT-INSERE-LANCAMENTO.
           COMPUTE WS-POS-INS = WS-QTD-LANC + 1.
           MOVE "N" TO WS-FIM-INS.
           PERFORM VARYING WS-IND FROM WS-QTD-LANC BY -1
                   UNTIL WS-IND < 1 OR WS-FIM-INS = "S"
               IF WS-LAN-DATA-NUM(WS-IND) > WS-DATA-NUM
                   MOVE WS-LAN(WS-IND) TO WS-LAN(WS-IND + 1)
                   MOVE WS-IND TO WS-POS-INS
               ELSE
                   MOVE "S" TO WS-FIM-INS
               END-IF
           END-PERFORM.
           ADD 1 TO WS-QTD-LANC.
           MOVE WS-DATA-NUM   TO WS-LAN-DATA-NUM(WS-POS-INS).
           MOVE WS-DATA-LANC  TO WS-LAN-DATA(WS-POS-INS).
           MOVE WS-HIST-LANC  TO WS-LAN-HIST(WS-POS-INS).
           MOVE WS-DOC-LANC   TO WS-LAN-DOC(WS-POS-INS).
           MOVE WS-NFSE-LANC  TO WS-LAN-NFSE(WS-POS-INS).
           MOVE WS-DEB-LANC   TO WS-LAN-DEBITO(WS-POS-INS).
           MOVE WS-CRED-LANC  TO WS-LAN-CREDITO(WS-POS-INS).

       ROT-IMPRIME-EXTRATO.
           WRITE LINHA-REL FROM LINHA-TRACO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-TRACO.

           MOVE "Cliente..........: " TO EXT-ROTULO.
           MOVE SPACES TO EXT-CONTEUDO.
           STRING CodCliente " " NomeCliente
                  DELIMITED BY SIZE INTO EXT-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.

           MOVE "CNPJ.............: " TO EXT-ROTULO.
           MOVE CNPJ TO EXT-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.

           MOVE "Endereco.........: " TO EXT-ROTULO.
           MOVE ENDERECO TO EXT-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.

           MOVE "Cidade/UF........: " TO EXT-ROTULO.
           MOVE SPACES TO EXT-CONTEUDO.
           STRING CIDADE " " UF
                  DELIMITED BY SIZE INTO EXT-CONTEUDO.
           WRITE LINHA-REL FROM LINHA-ROTULADA.

           MOVE WS-DATA-INI TO EXT-PER-INI.
           MOVE WS-DATA-FIM TO EXT-PER-FIM.
           WRITE LINHA-REL FROM LINHA-PERIODO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CABECALHO.
           WRITE LINHA-REL FROM LINHA-TRACO-FIM.

           MOVE WS-SALDO-ANTERIOR TO WS-SALDO.
           MOVE SPACES            TO LINHA-LANCAMENTO.
           MOVE WS-DATA-INI       TO EXT-DATA.
           MOVE "Saldo anterior"  TO EXT-HIST.
           MOVE ZEROS TO EXT-DOC EXT-DEBITO EXT-CREDITO.
           MOVE WS-SALDO          TO EXT-SALDO.
           WRITE LINHA-REL FROM LINHA-LANCAMENTO.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-LANC
               PERFORM ROT-LINHA-LANCAMENTO
           END-PERFORM.

           WRITE LINHA-REL FROM LINHA-TRACO-FIM.
           MOVE SPACES            TO LINHA-LANCAMENTO.
           MOVE "Totais do periodo" TO EXT-HIST.
           MOVE ZEROS             TO EXT-DOC.
           MOVE WS-TOT-DEBITO     TO EXT-DEBITO.
           MOVE WS-TOT-CREDITO    TO EXT-CREDITO.
           MOVE WS-SALDO          TO EXT-SALDO.
           WRITE LINHA-REL FROM LINHA-LANCAMENTO.

           MOVE SPACES            TO LINHA-LANCAMENTO.
           MOVE WS-DATA-FIM       TO EXT-DATA.
           MOVE "Saldo final"     TO EXT-HIST.
           MOVE ZEROS TO EXT-DOC EXT-DEBITO EXT-CREDITO.
           MOVE WS-SALDO          TO EXT-SALDO.
           WRITE LINHA-REL FROM LINHA-LANCAMENTO.

           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO EXT-QTD-FORA
               WRITE LINHA-REL FROM LINHA-AVISO-LIMITE
           END-IF.

           WRITE LINHA-REL FROM LINHA-TRACO-FIM.
           MOVE LK-DATA-DIA     TO EXT-EMI-DATA.
           MOVE LK-COD-OPERADOR TO EXT-EMI-OPER.
           WRITE LINHA-REL FROM LINHA-EMISSAO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-BRANCO.

       ROT-LINHA-LANCAMENTO.
           ADD      WS-LAN-DEBITO(WS-IND)  TO WS-SALDO.
           SUBTRACT WS-LAN-CREDITO(WS-IND) FROM WS-SALDO.
           ADD WS-LAN-DEBITO(WS-IND)  TO WS-TOT-DEBITO.
           ADD WS-LAN-CREDITO(WS-IND) TO WS-TOT-CREDITO.
           MOVE WS-LAN-DATA(WS-IND)    TO EXT-DATA.
           MOVE WS-LAN-HIST(WS-IND)    TO EXT-HIST.
           MOVE WS-LAN-DOC(WS-IND)     TO EXT-DOC.
           MOVE WS-LAN-NFSE(WS-IND)    TO EXT-NFSE.
           MOVE WS-LAN-DEBITO(WS-IND)  TO EXT-DEBITO.
           MOVE WS-LAN-CREDITO(WS-IND) TO EXT-CREDITO.
           MOVE WS-SALDO               TO EXT-SALDO.
           WRITE LINHA-REL FROM LINHA-LANCAMENTO.

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
