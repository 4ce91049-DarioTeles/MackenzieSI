       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   OCORMNT INITIAL.
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
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-OCO.

               SELECT  ARQ-CATOCOR ASSIGN  TO WS-CAMINHO-CTO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTO-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTO.

               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-CTT.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI.

       FD          ARQ-CATOCOR
                   LABEL RECORD STANDARD.
           COPY CATOCO.

       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       WORKING-STORAGE SECTION.

       77      COD-ERRO     PIC XX      VALUES SPACES.
       77      COD-ERRO-OCO PIC XX      VALUES SPACES.
       77      COD-ERRO-CTO PIC XX      VALUES SPACES.
       77      COD-ERRO-CTT PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      ACAO        PIC X       VALUE SPACE.
       77      WS-COD-CLIENTE PIC 9(6) VALUE ZEROS.
       77      WS-SEQ-ESCOLHIDA PIC 9(3) VALUE ZEROS.
       77      WS-PROX-SEQ  PIC 9(3)   VALUE ZEROS.
       77      WS-FIM-SCAN  PIC X      VALUE "N".
       77      WS-QTD-OCORRENCIAS PIC 9(3) VALUE ZEROS.
       77      WS-QTD-ABERTAS PIC 9(3) VALUE ZEROS.
       77      WS-LIN-LISTA PIC 99     VALUE ZEROS.
       77      WS-MAX-LISTA PIC 99     VALUE 8.
       77      WS-AT-LINHA  PIC 9(4)   VALUE ZEROS.
       77      WS-CTT-ABERTO PIC X     VALUE "N".
       77      WS-DADOS-OK  PIC X      VALUE "N".
       77      WS-DATA-TESTE PIC X(10) VALUE SPACES.
       77      WS-DATA-NUM  PIC 9(8)   VALUE ZEROS.
       77      WS-TST-DIA   PIC 9(2)   VALUE ZEROS.
       77      WS-TST-MES   PIC 9(2)   VALUE ZEROS.
       77      WS-TST-ANO   PIC 9(4)   VALUE ZEROS.
       77      WS-HOJE-NUM  PIC 9(8)   VALUE ZEROS.
       77      WS-DIA-INT   PIC 9(7)   VALUE ZEROS.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-OCO PIC X(100)
                       VALUE "C:\TEMP\OCORRENCIAS.DAT".
       77      WS-CAMINHO-CTO PIC X(100)
                       VALUE "C:\TEMP\CATOCOR.DAT".
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".

       01      LINHA-OCORRENCIA.
           02 LST-SEQ       PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-CATEGORIA PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-PRAZO     PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LST-STATUS    PIC X(9).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LST-DESCRICAO PIC X(28).

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
           ACCEPT WS-CAMINHO-OCO FROM ENVIRONMENT "OCORRENCIAS_PATH".
           IF WS-CAMINHO-OCO = SPACES
               MOVE "C:\TEMP\OCORRENCIAS.DAT" TO WS-CAMINHO-OCO
           END-IF.
           ACCEPT WS-CAMINHO-CTO FROM ENVIRONMENT "CATOCOR_PATH".
           IF WS-CAMINHO-CTO = SPACES
               MOVE "C:\TEMP\CATOCOR.DAT" TO WS-CAMINHO-CTO
           END-IF.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.

           MOVE LK-DATA-DIA TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           MOVE WS-DATA-NUM TO WS-HOJE-NUM.

           OPEN INPUT CAD-CLIENTE.

      *    OCORRENCIAS.DAT pode ainda nao existir num ambiente novo;
      *    nesse caso e criado vazio antes de ser aberto para
      *    atualizacao, do mesmo jeito que CONTATOS.DAT.
           OPEN I-O ARQ-OCORRENCIAS.
           IF COD-ERRO-OCO NOT = "00"
               OPEN OUTPUT ARQ-OCORRENCIAS
               CLOSE ARQ-OCORRENCIAS
               OPEN I-O ARQ-OCORRENCIAS
           END-IF.

      *    Sem CATOCOR.DAT nao ha categoria valida e nenhuma
      *    ocorrencia pode ser aberta; consulta e resolucao seguem.
           OPEN INPUT ARQ-CATOCOR.

      *    CONTATOS.DAT e opcional: sem ele o contato da ocorrencia
      *    e aceito sem conferencia.
           OPEN INPUT ARQ-CONTATOS.
           IF COD-ERRO-CTT = "00"
               MOVE "S" TO WS-CTT-ABERTO
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE CAD-CLIENTE.
               CLOSE ARQ-OCORRENCIAS.
               CLOSE ARQ-CATOCOR.
               IF WS-CTT-ABERTO = "S"
                   CLOSE ARQ-CONTATOS
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
               DISPLAY "Ocorrencias de Atendimento: " AT 0310.
               DISPLAY "Cliente: "            AT 0510.

      *    Recebimento de Dados

          PERFORM WITH TEST AFTER UNTIL WS-COD-CLIENTE>0
                                    AND WS-COD-CLIENTE<=999999
              ACCEPT WS-COD-CLIENTE AT 0545 WITH UPPER AUTO
              IF WS-COD-CLIENTE<=0 OR WS-COD-CLIENTE>999999
                  DISPLAY "Digite 000001 a 999999.     "  AT 2040
              ELSE
                  DISPLAY "                            "  AT 2040
              END-IF
          END-PERFORM.

      *    Rotina de Leitura do cliente
               MOVE WS-COD-CLIENTE TO CodCliente.
               READ  CAD-CLIENTE

               IF COD-ERRO NOT = "00"
     		        DISPLAY "Nao achou o cliente." AT 2040
               ELSE
                   DISPLAY NomeCliente AT 0555
                   PERFORM ROT-LISTA-OCORRENCIAS
                   PERFORM ROT-MENU-ACAO UNTIL ACAO = "S"
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outro Cliente?(S/N): " AT 2010

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2035 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2040
                   ELSE
                       DISPLAY "             "  AT 2040
                   END-IF
             END-PERFORM.

      *    Lista as ocorrencias do cliente pela chave composta,
      *    como a lista de contatos: START no primeiro registro do
      *    cliente e leitura ate trocar o codigo. Aberta com prazo
      *    anterior ao dia sai marcada como vencida.
       ROT-LISTA-OCORRENCIAS.
           MOVE ZEROS TO WS-QTD-OCORRENCIAS.
           MOVE ZEROS TO WS-QTD-ABERTAS.
           MOVE ZEROS TO WS-LIN-LISTA.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE "N" TO WS-FIM-SCAN.
           DISPLAY "Seq  Categoria   Prazo       Status    Descricao"
                   AT 0710.
           MOVE WS-COD-CLIENTE TO OCO-COD-CLIENTE.
           MOVE ZEROS          TO OCO-SEQUENCIA.
           START ARQ-OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.

           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       IF OCO-COD-CLIENTE NOT = WS-COD-CLIENTE
                           MOVE "S" TO WS-FIM-SCAN
                       ELSE
                           ADD 1 TO WS-QTD-OCORRENCIAS
                           MOVE OCO-SEQUENCIA TO WS-PROX-SEQ
                           IF OCORRENCIA-ABERTA
                               ADD 1 TO WS-QTD-ABERTAS
                           END-IF
                           IF WS-QTD-OCORRENCIAS <= WS-MAX-LISTA
                               PERFORM ROT-MOSTRA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-OCORRENCIAS = ZEROS
               DISPLAY "Cliente sem ocorrencias registradas." AT 0810
           END-IF.
           DISPLAY "Abertas: " AT 1610.
           DISPLAY WS-QTD-ABERTAS AT 1619.

       ROT-MOSTRA-OCORRENCIA.
           ADD 1 TO WS-LIN-LISTA.
           MOVE OCO-SEQUENCIA  TO LST-SEQ.
           MOVE OCO-CATEGORIA  TO LST-CATEGORIA.
           MOVE OCO-DATA-PRAZO TO LST-PRAZO.
           MOVE OCO-DESCRICAO  TO LST-DESCRICAO.
           IF OCORRENCIA-RESOLVIDA
               MOVE "Resolvida" TO LST-STATUS
           ELSE
               MOVE OCO-DATA-PRAZO TO WS-DATA-TESTE
               PERFORM ROT-DATA-NUMERICA
               IF WS-DATA-NUM < WS-HOJE-NUM
                   MOVE "VENCIDA"  TO LST-STATUS
               ELSE
                   MOVE "Aberta"   TO LST-STATUS
               END-IF
           END-IF.
           COMPUTE WS-AT-LINHA = (7 + WS-LIN-LISTA) * 100 + 10.
           DISPLAY LINHA-OCORRENCIA AT WS-AT-LINHA.

       ROT-MENU-ACAO.
           DISPLAY "Acao (I=Incluir A=Alterar R=Resolver S=Sair):"
                   AT 1710.
           PERFORM WITH TEST AFTER
                   UNTIL ACAO = "I" OR "A" OR "R" OR "S"
               ACCEPT ACAO AT 1757 WITH UPPER AUTO
               IF ACAO NOT = "I" AND "A" AND "R" AND "S"
                   DISPLAY "Digite I, A, R ou S."  AT 2040
               ELSE
                   DISPLAY "                    "  AT 2040
               END-IF
           END-PERFORM.

           EVALUATE ACAO
               WHEN "I"
                   PERFORM ROT-INCLUI-OCORRENCIA
               WHEN "A"
                   PERFORM ROT-ALTERA-OCORRENCIA
               WHEN "R"
                   PERFORM ROT-RESOLVE-OCORRENCIA
           END-EVALUATE.

           IF ACAO NOT = "S"
               PERFORM ROT-LISTA-OCORRENCIAS
           END-IF.

      *    Abertura: o prazo e a data do dia mais os dias de SLA da
      *    categoria. O cliente cancelado ainda pode reclamar, por
      *    isso nao ha bloqueio por situacao do cadastro.
       ROT-INCLUI-OCORRENCIA.
           MOVE WS-COD-CLIENTE TO OCO-COD-CLIENTE.
           COMPUTE OCO-SEQUENCIA = WS-PROX-SEQ + 1.
           MOVE ZEROS  TO OCO-CTT-SEQUENCIA.
           MOVE SPACES TO OCO-CATEGORIA OCO-DESCRICAO OCO-RESOLUCAO
                          OCO-OPER-RESOLUCAO OCO-DATA-RESOLUCAO.
           PERFORM ROT-DIGITA-OCORRENCIA.
           IF WS-DADOS-OK = "S"
               MOVE LK-COD-OPERADOR TO OCO-OPERADOR
               MOVE LK-DATA-DIA     TO OCO-DATA-ABERTURA
               PERFORM ROT-CALCULA-PRAZO
               SET OCORRENCIA-ABERTA TO TRUE
               WRITE REG-OCORRENCIA
               IF COD-ERRO-OCO NOT = "00"
                   DISPLAY "Erro ao gravar a ocorrencia." AT 2040
               ELSE
                   DISPLAY "Prazo: " AT 2040
                   DISPLAY OCO-DATA-PRAZO AT 2047
               END-IF
           END-IF.

      *    Alteracao so de ocorrencia aberta. Trocar a categoria
      *    recalcula o prazo a partir da data de abertura original.
       ROT-ALTERA-OCORRENCIA.
           PERFORM ROT-ESCOLHE-SEQ.
           IF COD-ERRO-OCO = "00"
               IF OCORRENCIA-RESOLVIDA
                   DISPLAY "Ocorrencia ja resolvida." AT 2040
               ELSE
                   PERFORM ROT-DIGITA-OCORRENCIA
                   IF WS-DADOS-OK = "S"
                       PERFORM ROT-CALCULA-PRAZO
                       REWRITE REG-OCORRENCIA
                       IF COD-ERRO-OCO NOT = "00"
                           DISPLAY "Erro ao gravar a ocorrencia."
                                   AT 2040
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ROT-RESOLVE-OCORRENCIA.
           PERFORM ROT-ESCOLHE-SEQ.
           IF COD-ERRO-OCO = "00"
               IF OCORRENCIA-RESOLVIDA
                   DISPLAY "Ocorrencia ja resolvida." AT 2040
               ELSE
                   DISPLAY "Resolucao: " AT 1910
                   PERFORM WITH TEST AFTER
                           UNTIL OCO-RESOLUCAO NOT = SPACES
                       ACCEPT OCO-RESOLUCAO AT 1922
                              WITH UPDATE UPPER AUTO
                   END-PERFORM
                   SET OCORRENCIA-RESOLVIDA TO TRUE
                   MOVE LK-COD-OPERADOR TO OCO-OPER-RESOLUCAO
                   MOVE LK-DATA-DIA     TO OCO-DATA-RESOLUCAO
                   REWRITE REG-OCORRENCIA
                   IF COD-ERRO-OCO NOT = "00"
                       DISPLAY "Erro ao gravar a ocorrencia." AT 2040
                   ELSE
                       DISPLAY "Ocorrencia resolvida." AT 2040
                   END-IF
               END-IF
           END-IF.

       ROT-ESCOLHE-SEQ.
           MOVE ZEROS TO WS-SEQ-ESCOLHIDA.
           DISPLAY "Sequencia da ocorrencia: " AT 1810.
           PERFORM WITH TEST AFTER UNTIL WS-SEQ-ESCOLHIDA > 0
               ACCEPT WS-SEQ-ESCOLHIDA AT 1836 WITH UPPER AUTO
           END-PERFORM.
           MOVE WS-COD-CLIENTE   TO OCO-COD-CLIENTE.
           MOVE WS-SEQ-ESCOLHIDA TO OCO-SEQUENCIA.
           READ ARQ-OCORRENCIAS.
           IF COD-ERRO-OCO NOT = "00"
               DISPLAY "Nao achou a ocorrencia." AT 2040
           END-IF.

      *    Contato e categoria sao conferidos nos cadastros; contato
      *    zero quer dizer que quem ligou nao foi identificado.
       ROT-DIGITA-OCORRENCIA.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY "Contato (seq, 0=nao identificado): " AT 1910.
           DISPLAY "Categoria: " AT 2110.
           DISPLAY "Descricao: " AT 2210.
           ACCEPT OCO-CTT-SEQUENCIA AT 1946 WITH UPDATE UPPER AUTO.
           IF OCO-CTT-SEQUENCIA NOT = ZEROS AND WS-CTT-ABERTO = "S"
               MOVE WS-COD-CLIENTE    TO CTT-COD-CLIENTE
               MOVE OCO-CTT-SEQUENCIA TO CTT-SEQUENCIA
               READ ARQ-CONTATOS
               IF COD-ERRO-CTT NOT = "00"
                   DISPLAY "Contato nao cadastrado.     " AT 2040
               ELSE
                   DISPLAY CTT-NOME AT 1950
               END-IF
           END-IF.
           IF OCO-CTT-SEQUENCIA = ZEROS OR WS-CTT-ABERTO = "N"
           OR COD-ERRO-CTT = "00"
               ACCEPT OCO-CATEGORIA AT 2122 WITH UPDATE UPPER AUTO
               MOVE OCO-CATEGORIA TO CTO-CODIGO
               READ ARQ-CATOCOR
               IF COD-ERRO-CTO NOT = "00"
                   DISPLAY "Categoria nao cadastrada.   " AT 2040
               ELSE
                   DISPLAY CTO-DESCRICAO AT 2134
                   PERFORM WITH TEST AFTER
                           UNTIL OCO-DESCRICAO NOT = SPACES
                       ACCEPT OCO-DESCRICAO AT 2222
                              WITH UPDATE UPPER AUTO
                   END-PERFORM
                   MOVE "S" TO WS-DADOS-OK
               END-IF
           END-IF.

      *    Dias corridos a partir da abertura; CTO-DIAS-SLA ja esta
      *    no registro da categoria lida em ROT-DIGITA-OCORRENCIA.
       ROT-CALCULA-PRAZO.
           MOVE OCO-DATA-ABERTURA TO WS-DATA-TESTE.
           PERFORM ROT-DATA-NUMERICA.
           IF WS-DATA-NUM = ZEROS
               MOVE WS-HOJE-NUM TO WS-DATA-NUM
           END-IF.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + CTO-DIAS-SLA.
           COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT).
           MOVE SPACES TO OCO-DATA-PRAZO.
           STRING WS-DATA-NUM(7:2) "/" WS-DATA-NUM(5:2) "/"
                  WS-DATA-NUM(1:4)
                  DELIMITED BY SIZE INTO OCO-DATA-PRAZO.

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
