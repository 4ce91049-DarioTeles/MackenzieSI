       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   PROPMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-PROPOSTAS ASSIGN  TO WS-CAMINHO-PRP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-PRP.

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-ITENS ASSIGN  TO WS-CAMINHO-ITS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ITS-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ITS.

               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTT.

               SELECT  ARQ-VENDEDORES ASSIGN  TO WS-CAMINHO-VEN
                       ORGANIZATION  INDEXED
                       RECORD  KEY  VEN-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-VEN.

               SELECT  CEPTAB ASSIGN  TO WS-CAMINHO-CEPTAB
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CEP-FAIXA-INI
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CEPTAB.

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

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-ITENS
                   LABEL RECORD STANDARD.
           COPY ITSERV.

       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       FD          ARQ-VENDEDORES
                   LABEL RECORD STANDARD.
           COPY VENDREG.

       FD          CEPTAB
                   LABEL RECORD STANDARD.
           COPY CEPTAB.

       FD          ARQ-CONTROLE
                   LABEL RECORD STANDARD.
           COPY CTRREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       77      COD-ERRO     PIC XX      VALUES SPACES.
       77      COD-ERRO-PRP PIC XX      VALUES SPACES.
       77      COD-ERRO-ITS PIC XX      VALUES SPACES.
       77      COD-ERRO-CTT PIC XX      VALUES SPACES.
       77      COD-ERRO-VEN PIC XX      VALUES SPACES.
       77      COD-ERRO-CEPTAB PIC XX   VALUES SPACES.
       77      COD-ERRO-CTL PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      ACAO        PIC X       VALUE SPACE.
       77      WS-NUM-PROPOSTA PIC 9(6) VALUE ZEROS.
       77      WS-NOVA     PIC X       VALUE "N".
       77      WS-ITS-ABERTO PIC X     VALUE "N".
       77      WS-CTT-ABERTO PIC X     VALUE "N".
       77      WS-VEND-ABERTO PIC X    VALUE "N".
       77      WS-CEP-ABERTO PIC X     VALUE "N".
       77      WS-CTL-ABERTO PIC X     VALUE "N".
       77      WS-CTL-EXISTE PIC X     VALUE "N".
       77      WS-FIM-SCAN PIC X       VALUE "N".
       77      WS-CNPJ-OK  PIC X       VALUE "N".
       77      WS-VEND-OK  PIC X       VALUE "N".
       77      WS-CEP-ACHADO PIC X     VALUE "N".
       77      WS-CEP-PROCURADO PIC 9(8) VALUE ZEROS.
       77      WS-GANHA-OK PIC X       VALUE "N".
       77      WS-COD-LIVRE PIC X      VALUE "N".
       77      WS-PROX-NUM PIC 9(6)    VALUE ZEROS.
       77      WS-PROX-COD PIC 9(6)    VALUE ZEROS.
       77      WS-COD-NOVO PIC 9(6)    VALUE ZEROS.
       77      WS-IND      PIC 9       VALUE ZEROS.
       77      WS-FIM-ITENS PIC X      VALUE "N".
       77      WS-AT-LINHA PIC 9(4)    VALUE ZEROS.
       77      WS-VALOR-EDT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-SITUACAO PIC X(20)   VALUE SPACES.
       77      WS-VALOR-MINIMO PIC 9(10)V99 VALUE 2000.
       77      WS-DIAS-VALIDADE PIC 9(3) VALUE 30.
       77      WS-QTD-ITENS-GRAV PIC 9 VALUE ZEROS.

      *    Conferencia do limite de credito (CREDCHK) e liberacao
      *    do supervisor (CREDLIB) antes de criar o cliente.
       77      WS-CRD-ORIGEM    PIC X(8)      VALUE "PROPMNT".
       77      WS-CRD-ACRESCIMO PIC 9(10)V99  VALUE ZEROS.
       77      WS-CRD-ESCOPO    PIC X(1)      VALUE SPACE.
       77      WS-CRD-SCORE     PIC 9(3)      VALUE ZEROS.
       77      WS-CRD-LIMITE    PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-EXPOSICAO PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-RESULTADO PIC X(1)      VALUE SPACE.
       77      WS-CRD-LIBERADO  PIC X(1)      VALUE "S".
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".
       77      WS-CAMINHO-VEN PIC X(100)
                       VALUE "C:\TEMP\VENDEDORES.DAT".
       77      WS-CAMINHO-CEPTAB PIC X(100)
                       VALUE "C:\TEMP\CEPTAB.DAT".
       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

       77      WS-DATA-HOJE-NUM  PIC 9(8)  VALUE ZEROS.
       77      WS-DATA-TESTE     PIC X(10) VALUE SPACES.
       77      WS-DATA-OK        PIC X     VALUE "N".
       77      WS-DATA-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-TST-DIA        PIC 99    VALUE ZEROS.
       77      WS-TST-MES        PIC 99    VALUE ZEROS.
       77      WS-TST-ANO        PIC 9999  VALUE ZEROS.
       77      WS-INICIO-NUM     PIC 9(8)  VALUE ZEROS.
       77      WS-VALIDADE-INT   PIC 9(7)  VALUE ZEROS.

       01      WS-DATA-VALIDADE.
           02 WS-VAL-ANO     PIC 9(4).
           02 WS-VAL-MES     PIC 9(2).
           02 WS-VAL-DIA     PIC 9(2).
       01      WS-DATA-VALIDADE-NUM REDEFINES WS-DATA-VALIDADE
                                 PIC 9(8).

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-ITS FROM ENVIRONMENT "ITENSSERV_PATH".
           IF WS-CAMINHO-ITS = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO WS-CAMINHO-ITS
           END-IF.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.
           ACCEPT WS-CAMINHO-VEN FROM ENVIRONMENT "VENDEDORES_PATH".
           IF WS-CAMINHO-VEN = SPACES
               MOVE "C:\TEMP\VENDEDORES.DAT" TO WS-CAMINHO-VEN
           END-IF.
           ACCEPT WS-CAMINHO-CEPTAB FROM ENVIRONMENT "CEPTAB_PATH".
           IF WS-CAMINHO-CEPTAB = SPACES
               MOVE "C:\TEMP\CEPTAB.DAT" TO WS-CAMINHO-CEPTAB
           END-IF.
           ACCEPT WS-CAMINHO-CTL FROM ENVIRONMENT "CONTROLE_PATH".
           IF WS-CAMINHO-CTL = SPACES
               MOVE "C:\TEMP\CONTROLE.DAT" TO WS-CAMINHO-CTL
           END-IF.
           PERFORM ROT-LE-PARAMETROS.
           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.

      *    A conversao da proposta ganha grava o cliente; sem o
      *    cadastro nao ha o que fazer aqui.
           OPEN I-O CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY ERASE
               DISPLAY "Cadastro de clientes nao encontrado." AT 1010
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

      *    PROPOSTAS.DAT, ITENSSERV.DAT, CONTATOS.DAT e CONTROLE.DAT
      *    sao criados vazios quando ainda nao existem, como
      *    ITENSSERV.DAT em ITENSMNT.
           OPEN I-O ARQ-PROPOSTAS.
           IF COD-ERRO-PRP NOT = "00"
               OPEN OUTPUT ARQ-PROPOSTAS
               CLOSE ARQ-PROPOSTAS
               OPEN I-O ARQ-PROPOSTAS
           END-IF.
           IF COD-ERRO-PRP NOT = "00"
               DISPLAY ERASE
               DISPLAY "Arquivo de propostas inacessivel." AT 1010
               STOP "   <Enter> para continuar         "
               CLOSE CAD-CLIENTE
               GOBACK
           END-IF.

           OPEN I-O ARQ-ITENS.
           IF COD-ERRO-ITS NOT = "00"
               OPEN OUTPUT ARQ-ITENS
               CLOSE ARQ-ITENS
               OPEN I-O ARQ-ITENS
           END-IF.
           IF COD-ERRO-ITS = "00"
               MOVE "S" TO WS-ITS-ABERTO
           END-IF.

           OPEN I-O ARQ-CONTATOS.
           IF COD-ERRO-CTT NOT = "00"
               OPEN OUTPUT ARQ-CONTATOS
               CLOSE ARQ-CONTATOS
               OPEN I-O ARQ-CONTATOS
           END-IF.
           IF COD-ERRO-CTT = "00"
               MOVE "S" TO WS-CTT-ABERTO
           END-IF.

           OPEN I-O ARQ-CONTROLE.
           IF COD-ERRO-CTL NOT = "00"
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           IF COD-ERRO-CTL = "00"
               MOVE "S" TO WS-CTL-ABERTO
           END-IF.

      *    Vendedores e tabela de CEPs podem nao existir; sem
      *    vendedores so o 000 (sem vendedor) e aceito, como em
      *    INCLUSAO, e sem CEPTAB o endereco e digitado.
           OPEN INPUT ARQ-VENDEDORES.
           IF COD-ERRO-VEN = "00"
               MOVE "S" TO WS-VEND-ABERTO
           END-IF.
           OPEN INPUT CEPTAB.
           IF COD-ERRO-CEPTAB = "00"
               MOVE "S" TO WS-CEP-ABERTO
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               CLOSE ARQ-PROPOSTAS.
               CLOSE CAD-CLIENTE.
               IF WS-ITS-ABERTO = "S"
                   CLOSE ARQ-ITENS
               END-IF.
               IF WS-CTT-ABERTO = "S"
                   CLOSE ARQ-CONTATOS
               END-IF.
               IF WS-CTL-ABERTO = "S"
                   CLOSE ARQ-CONTROLE
               END-IF.
               IF WS-VEND-ABERTO = "S"
                   CLOSE ARQ-VENDEDORES
               END-IF.
               IF WS-CEP-ABERTO = "S"
                   CLOSE CEPTAB
               END-IF.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE ZEROS TO WS-NUM-PROPOSTA.
               MOVE SPACES TO ACAO.
               MOVE "N" TO WS-NOVA.

      *    Formatação da Tela

               PERFORM ROT-TELA-DADOS.

      *    Recebimento de Dados

               ACCEPT WS-NUM-PROPOSTA AT 0530 WITH UPPER AUTO.

               IF WS-NUM-PROPOSTA = ZEROS
                   MOVE "S" TO WS-NOVA
                   PERFORM ROT-NOVA-PROPOSTA
               ELSE
                   MOVE WS-NUM-PROPOSTA TO PRP-NUMERO
                   READ ARQ-PROPOSTAS
                   IF COD-ERRO-PRP NOT = "00"
                       DISPLAY "Nao achou a proposta." AT 2040
                   ELSE
                       PERFORM ROT-MOSTRA-PROPOSTA
                       IF PROPOSTA-ABERTA
                           PERFORM ROT-MENU-ACAO
                       END-IF
                   END-IF
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

             DISPLAY "Outra Proposta?(S/N): " AT 2210

             PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2240
                   ELSE
                       DISPLAY "             "  AT 2240
                   END-IF
             END-PERFORM.

       ROT-TELA-DADOS.
           DISPLAY TELA-COR.
           DISPLAY BARRA-DUPLA            AT 0105.
           DISPLAY BARRA-DUPLA            AT 2505.
           DISPLAY "Propostas Comerciais: " AT 0310.
           DISPLAY "Proposta (0=nova): " AT 0510.
           DISPLAY "Prospect........: " AT 0710.
           DISPLAY "CNPJ............: " AT 0810.
           DISPLAY "CEP.............: " AT 0910.
           DISPLAY "Endereco........: " AT 1010.
           DISPLAY "Cidade..........: " AT 1110.
           DISPLAY "UF: "               AT 1150.
           DISPLAY "Vendedor........: " AT 1210.
           DISPLAY "Validade........: " AT 1310.
           DISPLAY "Emissao: "          AT 1340.
           DISPLAY "Inicio contrato.: " AT 1410.
           DISPLAY "Fim: "              AT 1440.
           DISPLAY "Contato.........: " AT 1510.
           DISPLAY "Funcao..........: " AT 1610.
           DISPLAY "Fone............: " AT 1710.
           DISPLAY "E-mail..........: " AT 1810.
           DISPLAY "Valor total.....: " AT 1910.

       ROT-MOSTRA-PROPOSTA.
           EVALUATE TRUE
               WHEN PROPOSTA-GANHA
                   MOVE "GANHA - CLIENTE" TO WS-SITUACAO
               WHEN PROPOSTA-PERDIDA
                   MOVE "PERDIDA"         TO WS-SITUACAO
               WHEN OTHER
                   MOVE "ABERTA"          TO WS-SITUACAO
                   MOVE PRP-VALIDADE TO WS-DATA-TESTE
                   PERFORM ROT-DATA-PARA-NUMERO
                   IF WS-DATA-OK = "S"
                   AND WS-DATA-NUM < WS-DATA-HOJE-NUM
                       MOVE "ABERTA - VENCIDA" TO WS-SITUACAO
                   END-IF
           END-EVALUATE.
           DISPLAY WS-SITUACAO      AT 0540.
           IF PROPOSTA-GANHA
               DISPLAY PRP-COD-CLIENTE AT 0556
           END-IF.
           DISPLAY PRP-NOME         AT 0728.
           DISPLAY PRP-CNPJ         AT 0828.
           DISPLAY PRP-CEP          AT 0928.
           DISPLAY PRP-ENDERECO     AT 1028.
           DISPLAY PRP-CIDADE       AT 1128.
           DISPLAY PRP-UF           AT 1154.
           DISPLAY PRP-COD-VENDEDOR AT 1228.
           DISPLAY PRP-VALIDADE     AT 1328.
           DISPLAY PRP-DATA-EMISSAO AT 1349.
           DISPLAY PRP-INICIO-CONTR AT 1428.
           DISPLAY PRP-FIM-CONTR    AT 1445.
           DISPLAY PRP-CTT-NOME     AT 1528.
           DISPLAY PRP-CTT-FUNCAO   AT 1628.
           DISPLAY PRP-CTT-FONE     AT 1728.
           DISPLAY PRP-CTT-EMAIL    AT 1828.
           MOVE PRP-VALOR TO WS-VALOR-EDT.
           DISPLAY WS-VALOR-EDT     AT 1928.
           IF PROPOSTA-PERDIDA
               DISPLAY "Motivo: "       AT 2040
               DISPLAY PRP-MOTIVO-PERDA AT 2048
           END-IF.

       ROT-MENU-ACAO.
           DISPLAY "Acao (A=Alterar G=Ganha P=Perdida S=Sair):"
                   AT 2110.
           PERFORM WITH TEST AFTER
                   UNTIL ACAO = "A" OR "G" OR "P" OR "S"
               ACCEPT ACAO AT 2154 WITH UPPER AUTO
               IF ACAO NOT = "A" AND "G" AND "P" AND "S"
                   DISPLAY "Digite A, G, P ou S."  AT 2040
               ELSE
                   DISPLAY "                    "  AT 2040
               END-IF
           END-PERFORM.

           EVALUATE ACAO
               WHEN "A"
                   PERFORM ROT-ALTERA-PROPOSTA
               WHEN "G"
                   PERFORM ROT-GANHA-PROPOSTA
               WHEN "P"
                   PERFORM ROT-PERDE-PROPOSTA
           END-EVALUATE.

      *    Proposta nova: numero do contador central, emissao hoje
      *    e validade sugerida pelos dias de DIAS-VALIDADE-PROP.
       ROT-NOVA-PROPOSTA.
           MOVE SPACES TO REG-PROPOSTA.
           MOVE ZEROS  TO PRP-CNPJ PRP-CEP PRP-COD-VENDEDOR
                          PRP-QTD-ITENS PRP-VALOR PRP-COD-CLIENTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               MOVE SPACES TO PRP-ITEM-DESCRICAO(WS-IND)
               MOVE ZEROS  TO PRP-ITEM-VALOR(WS-IND)
           END-PERFORM.
           PERFORM ROT-PROXIMO-NUMERO.
           MOVE WS-PROX-NUM TO PRP-NUMERO.
           DISPLAY PRP-NUMERO AT 0530.
           MOVE LK-DATA-DIA TO PRP-DATA-EMISSAO.
           DISPLAY PRP-DATA-EMISSAO AT 1349.
           COMPUTE WS-VALIDADE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM)
               + WS-DIAS-VALIDADE.
           COMPUTE WS-DATA-VALIDADE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-VALIDADE-INT).
           STRING WS-VAL-DIA "/" WS-VAL-MES "/" WS-VAL-ANO
               DELIMITED BY SIZE INTO PRP-VALIDADE.

           PERFORM ROT-DIGITA-DADOS.
           PERFORM ROT-DIGITA-ITENS.
           PERFORM ROT-CONFIRMA-GRAVACAO.
           IF OPCAO = "S"
               SET PROPOSTA-ABERTA TO TRUE
               MOVE LK-COD-OPERADOR TO PRP-OPERADOR
               WRITE REG-PROPOSTA
               IF COD-ERRO-PRP NOT = "00"
                   DISPLAY "Erro ao gravar a proposta." AT 2040
               ELSE
                   PERFORM ROT-ATUALIZA-NUMERO
                   DISPLAY "Proposta gravada: " AT 2040
                   DISPLAY PRP-NUMERO AT 2058
               END-IF
           END-IF.

       ROT-ALTERA-PROPOSTA.
           PERFORM ROT-DIGITA-DADOS.
           PERFORM ROT-DIGITA-ITENS.
           PERFORM ROT-CONFIRMA-GRAVACAO.
           IF OPCAO = "S"
               MOVE LK-COD-OPERADOR TO PRP-OPERADOR
               REWRITE REG-PROPOSTA
               IF COD-ERRO-PRP NOT = "00"
                   DISPLAY "Erro ao gravar a proposta." AT 2040
               ELSE
                   DISPLAY "Proposta alterada.        " AT 2040
               END-IF
           END-IF.

       ROT-CONFIRMA-GRAVACAO.
           DISPLAY "Gravar proposta?(S/N): " AT 2110.
           MOVE SPACE TO OPCAO.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2135 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "                "  AT 2040
               END-IF
           END-PERFORM.

      *    Dados do prospect, do contrato proposto e do contato.
      *    O CNPJ ja passa pelo digito de VALCNPJ; o CNPJ que ja e
      *    de cliente so e avisado aqui e barrado na conversao.
       ROT-DIGITA-DADOS.
           PERFORM WITH TEST AFTER UNTIL PRP-NOME NOT = SPACES
               ACCEPT PRP-NOME AT 0728 WITH UPDATE UPPER AUTO
               IF PRP-NOME = SPACES
                   DISPLAY "Digite o nome do prospect.  "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-CNPJ-OK.
           PERFORM WITH TEST AFTER UNTIL WS-CNPJ-OK = "S"
               ACCEPT PRP-CNPJ AT 0828 WITH UPDATE UPPER AUTO
               IF PRP-CNPJ <= 0
                   DISPLAY "CNPJ invalido.              "  AT 2040
               ELSE
                   CALL "VALCNPJ" USING PRP-CNPJ WS-CNPJ-OK
                   IF WS-CNPJ-OK NOT = "S"
                       DISPLAY "CNPJ com digito invalido.   "
                               AT 2040
                   ELSE
                       MOVE PRP-CNPJ TO CNPJ
                       READ CAD-CLIENTE KEY IS CNPJ
                           INVALID KEY
                               DISPLAY "                    "
                                       "            " AT 2040
                           NOT INVALID KEY
                               DISPLAY "Aviso: CNPJ ja e do cliente "
                                       AT 2040
                               DISPLAY CodCliente AT 2068
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL PRP-CEP > 0
               ACCEPT PRP-CEP AT 0928 WITH UPDATE UPPER AUTO
               IF PRP-CEP <= 0
                   DISPLAY "CEP invalido.               "  AT 2040
               END-IF
           END-PERFORM.
           PERFORM ROT-BUSCA-CEP.

           PERFORM WITH TEST AFTER UNTIL PRP-ENDERECO NOT = SPACES
               ACCEPT PRP-ENDERECO AT 1028 WITH UPDATE UPPER AUTO
               IF PRP-ENDERECO = SPACES
                   DISPLAY "Digite o endereco.          "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PRP-CIDADE NOT = SPACES
               ACCEPT PRP-CIDADE AT 1128 WITH UPDATE UPPER AUTO
               IF PRP-CIDADE = SPACES
                   DISPLAY "Digite a cidade.            "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL PRP-UF NOT = SPACES
               ACCEPT PRP-UF AT 1154 WITH UPDATE UPPER AUTO
               IF PRP-UF = SPACES
                   DISPLAY "Digite a UF.                "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL WS-VEND-OK = "S"
               ACCEPT PRP-COD-VENDEDOR AT 1228 WITH UPDATE UPPER AUTO
               PERFORM ROT-VALIDA-VENDEDOR
               IF WS-VEND-OK = "N"
                   DISPLAY "Vendedor nao cadastrado.    "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
               ACCEPT PRP-VALIDADE AT 1328 WITH UPDATE UPPER AUTO
               MOVE PRP-VALIDADE TO WS-DATA-TESTE
               PERFORM ROT-DATA-PARA-NUMERO
               IF WS-DATA-OK = "N"
                   DISPLAY "Validade em DD/MM/AAAA.     "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
               ACCEPT PRP-INICIO-CONTR AT 1428 WITH UPDATE UPPER AUTO
               MOVE PRP-INICIO-CONTR TO WS-DATA-TESTE
               PERFORM ROT-DATA-PARA-NUMERO
               IF WS-DATA-OK = "N"
                   DISPLAY "Inicio em DD/MM/AAAA.       "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.
           MOVE WS-DATA-NUM TO WS-INICIO-NUM.

           PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
               ACCEPT PRP-FIM-CONTR AT 1445 WITH UPDATE UPPER AUTO
               MOVE PRP-FIM-CONTR TO WS-DATA-TESTE
               PERFORM ROT-DATA-PARA-NUMERO
               IF WS-DATA-OK = "S"
               AND WS-DATA-NUM <= WS-INICIO-NUM
                   MOVE "N" TO WS-DATA-OK
               END-IF
               IF WS-DATA-OK = "N"
                   DISPLAY "Fim em DD/MM/AAAA, apos o inicio."
                           AT 2040
               ELSE
                   DISPLAY "                                 "
                           AT 2040
               END-IF
           END-PERFORM.

           ACCEPT PRP-CTT-NOME   AT 1528 WITH UPDATE UPPER AUTO.
           ACCEPT PRP-CTT-FUNCAO AT 1628 WITH UPDATE UPPER AUTO.
           ACCEPT PRP-CTT-FONE   AT 1728 WITH UPDATE UPPER AUTO.
           ACCEPT PRP-CTT-EMAIL  AT 1828 WITH UPDATE AUTO.

      *    Itens propostos em tela propria: ate cinco, descricao
      *    em branco encerra; o valor da proposta e a soma deles.
       ROT-DIGITA-ITENS.
           DISPLAY TELA-COR.
           DISPLAY BARRA-DUPLA            AT 0105.
           DISPLAY BARRA-DUPLA            AT 2505.
           DISPLAY "Itens da Proposta: " AT 0310.
           DISPLAY "Proposta: "          AT 0510.
           DISPLAY PRP-NUMERO            AT 0521.
           DISPLAY PRP-NOME              AT 0530.
           DISPLAY "Item Descricao                      Valor"
                   AT 0710.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               COMPUTE WS-AT-LINHA = (7 + WS-IND) * 100 + 10
               DISPLAY WS-IND AT WS-AT-LINHA
               ADD 5 TO WS-AT-LINHA
               DISPLAY PRP-ITEM-DESCRICAO(WS-IND) AT WS-AT-LINHA
               ADD 32 TO WS-AT-LINHA
               MOVE PRP-ITEM-VALOR(WS-IND) TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT AT WS-AT-LINHA
           END-PERFORM.

           MOVE "N" TO WS-FIM-ITENS.
           MOVE ZEROS TO PRP-QTD-ITENS PRP-VALOR.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               IF WS-FIM-ITENS = "S"
                   MOVE SPACES TO PRP-ITEM-DESCRICAO(WS-IND)
                   MOVE ZEROS  TO PRP-ITEM-VALOR(WS-IND)
               ELSE
                   PERFORM ROT-DIGITA-ITEM
               END-IF
           END-PERFORM.

           MOVE PRP-VALOR TO WS-VALOR-EDT.
           DISPLAY "Valor total: " AT 1410.
           DISPLAY WS-VALOR-EDT    AT 1447.
           IF PRP-VALOR <= WS-VALOR-MINIMO
               DISPLAY "Aviso: valor abaixo do minimo de contrato."
                       AT 2040
           END-IF.

       ROT-DIGITA-ITEM.
           COMPUTE WS-AT-LINHA = (7 + WS-IND) * 100 + 15.
           PERFORM WITH TEST AFTER
                   UNTIL PRP-ITEM-DESCRICAO(WS-IND) NOT = SPACES
                   OR WS-IND > 1
               ACCEPT PRP-ITEM-DESCRICAO(WS-IND) AT WS-AT-LINHA
                   WITH UPDATE UPPER AUTO
               IF PRP-ITEM-DESCRICAO(WS-IND) = SPACES
                   DISPLAY "Digite ao menos um item.    "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.
           IF PRP-ITEM-DESCRICAO(WS-IND) = SPACES
               MOVE "S" TO WS-FIM-ITENS
               MOVE ZEROS TO PRP-ITEM-VALOR(WS-IND)
               ADD 32 TO WS-AT-LINHA
               MOVE ZEROS TO WS-VALOR-EDT
               DISPLAY WS-VALOR-EDT AT WS-AT-LINHA
           ELSE
               ADD 32 TO WS-AT-LINHA
               MOVE PRP-ITEM-VALOR(WS-IND) TO WS-VALOR-EDT
               PERFORM WITH TEST AFTER
                       UNTIL PRP-ITEM-VALOR(WS-IND) > 0
                   ACCEPT WS-VALOR-EDT AT WS-AT-LINHA
                       WITH UPDATE UPPER AUTO
                   MOVE WS-VALOR-EDT TO PRP-ITEM-VALOR(WS-IND)
                   IF PRP-ITEM-VALOR(WS-IND) <= 0
                       DISPLAY "Digite o valor do item.     "
                               AT 2040
                   ELSE
                       DISPLAY "                            "
                               AT 2040
                   END-IF
               END-PERFORM
               ADD 1 TO PRP-QTD-ITENS
               ADD PRP-ITEM-VALOR(WS-IND) TO PRP-VALOR
           END-IF.

      *    Proposta ganha: confere tudo o que INCLUSAO conferiria
      *    (digito e duplicidade do CNPJ, valor minimo, vendedor,
      *    datas) e grava de uma vez o cliente, os itens de servico
      *    e o contato, dando a proposta como ganha com o codigo
      *    do cliente criado.
       ROT-GANHA-PROPOSTA.
           MOVE "N" TO WS-GANHA-OK.
           PERFORM ROT-CONFERE-GANHA.
           IF WS-GANHA-OK = "S"
               PERFORM ROT-ESCOLHE-CODIGO
               DISPLAY "Confirmar GANHA e criar cliente?(S/N): "
                       AT 2310
               MOVE SPACE TO OPCAO
               PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2350 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2040
                   ELSE
                       DISPLAY "                "  AT 2040
                   END-IF
               END-PERFORM
               IF OPCAO = "S"
                   PERFORM ROT-CRIA-CLIENTE
               END-IF
           END-IF.

       ROT-CONFERE-GANHA.
           MOVE PRP-VALIDADE TO WS-DATA-TESTE.
           PERFORM ROT-DATA-PARA-NUMERO.
           IF WS-DATA-OK = "S" AND WS-DATA-NUM < WS-DATA-HOJE-NUM
               DISPLAY "Proposta vencida: altere a validade." AT 2040
           ELSE
               CALL "VALCNPJ" USING PRP-CNPJ WS-CNPJ-OK
               IF WS-CNPJ-OK NOT = "S"
                   DISPLAY "CNPJ com digito invalido.   "  AT 2040
               ELSE
                   MOVE PRP-CNPJ TO CNPJ
                   READ CAD-CLIENTE KEY IS CNPJ
                       INVALID KEY
                           MOVE "S" TO WS-GANHA-OK
                       NOT INVALID KEY
                           DISPLAY "CNPJ ja cadastrado: cliente "
                                   AT 2040
                           DISPLAY CodCliente AT 2068
                   END-READ
               END-IF
           END-IF.
           IF WS-GANHA-OK = "S"
               IF PRP-VALOR <= WS-VALOR-MINIMO
                   MOVE "N" TO WS-GANHA-OK
                   DISPLAY "Valor abaixo do minimo de contrato."
                           AT 2040
               ELSE
                   PERFORM ROT-VALIDA-VENDEDOR
                   IF WS-VEND-OK = "N"
                       MOVE "N" TO WS-GANHA-OK
                       DISPLAY "Vendedor nao cadastrado.    " AT 2040
                   END-IF
               END-IF
           END-IF.

      *    Codigo do cliente novo: sugerido pelo contador central
      *    como em INCLUSAO, podendo ser trocado por outro livre.
       ROT-ESCOLHE-CODIGO.
           PERFORM ROT-SUGERE-CODIGO.
           MOVE WS-PROX-COD TO WS-COD-NOVO.
           DISPLAY "Codigo do cliente novo: " AT 2210.
           MOVE "N" TO WS-COD-LIVRE.
           PERFORM WITH TEST AFTER UNTIL WS-COD-LIVRE = "S"
               ACCEPT WS-COD-NOVO AT 2235 WITH UPDATE UPPER AUTO
               IF WS-COD-NOVO = ZEROS
                   DISPLAY "Digite 000001 a 999999.     "  AT 2040
               ELSE
                   MOVE WS-COD-NOVO TO CodCliente
                   READ CAD-CLIENTE
                       INVALID KEY
                           MOVE "S" TO WS-COD-LIVRE
                           DISPLAY "                        "
                                   "    " AT 2040
                       NOT INVALID KEY
                           DISPLAY "Codigo ja em uso.           "
                                   AT 2040
                   END-READ
               END-IF
           END-PERFORM.

       ROT-CRIA-CLIENTE.
           MOVE SPACES TO REG-CLIENTE.
           MOVE WS-COD-NOVO       TO CodCliente.
           MOVE PRP-NOME          TO NomeCliente.
           MOVE PRP-CNPJ          TO CNPJ.
           MOVE PRP-VALOR         TO VC.
           MOVE VC                TO VD.
           MOVE PRP-CEP           TO CEP.
           SET CLIENTE-ATIVO TO TRUE.
           MOVE LK-COD-OPERADOR   TO COD-OPERADOR.
           MOVE LK-DATA-DIA       TO DATA-ALTERACAO.
           MOVE PRP-INICIO-CONTR  TO DATA-INICIO-CONTR.
           MOVE PRP-FIM-CONTR     TO DATA-FIM-CONTR.
           MOVE PRP-ENDERECO      TO ENDERECO.
           MOVE PRP-CIDADE        TO CIDADE.
           MOVE PRP-UF            TO UF.
           MOVE PRP-COD-VENDEDOR  TO COD-VENDEDOR.
           PERFORM ROT-CONFERE-CREDITO.
           IF WS-CRD-LIBERADO = "S"
               PERFORM ROT-GRAVA-CLIENTE
           END-IF.

       ROT-GRAVA-CLIENTE.
           WRITE REG-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "Erro ao gravar o cliente; proposta mantida."
                       AT 2040
           ELSE
               PERFORM ROT-ATUALIZA-CONTROLE
               PERFORM ROT-GRAVA-ITENS
               PERFORM ROT-GRAVA-CONTATO
               SET PROPOSTA-GANHA TO TRUE
               MOVE WS-COD-NOVO     TO PRP-COD-CLIENTE
               MOVE LK-DATA-DIA     TO PRP-DATA-DECISAO
               MOVE LK-COD-OPERADOR TO PRP-OPERADOR
               REWRITE REG-PROPOSTA
               IF COD-ERRO-PRP NOT = "00"
                   DISPLAY "Cliente criado; erro ao gravar a proposta."
                           AT 2040
               ELSE
               IF WS-QTD-ITENS-GRAV NOT = PRP-QTD-ITENS
                   DISPLAY "Cliente criado; falta item em ITENSSERV."
                           AT 2040
               ELSE
                   DISPLAY "Cliente criado: " AT 2040
                   DISPLAY WS-COD-NOVO AT 2056
               END-IF
               END-IF
           END-IF.

      *    A mensalidade do cliente novo e toda acrescimo de
      *    exposicao; acima do limite so cria com a liberacao do
      *    supervisor, como em INCLUSAO. CREDLIB usa a tela
      *    inteira, entao a proposta e mostrada de novo na volta.
       ROT-CONFERE-CREDITO.
           MOVE "S" TO WS-CRD-LIBERADO.
           MOVE VC  TO WS-CRD-ACRESCIMO.
           CALL "CREDCHK" USING CodCliente CNPJ WS-CRD-ACRESCIMO
                                WS-CRD-ESCOPO WS-CRD-SCORE
                                WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                WS-CRD-RESULTADO.
           IF WS-CRD-RESULTADO = "L"
               CALL "CREDLIB" USING CodCliente NomeCliente
                                    WS-CRD-ESCOPO WS-CRD-SCORE
                                    WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                    WS-CRD-ORIGEM LK-COD-OPERADOR
                                    WS-CRD-LIBERADO
               PERFORM ROT-TELA-DADOS
               DISPLAY PRP-NUMERO AT 0530
               PERFORM ROT-MOSTRA-PROPOSTA
               IF WS-CRD-LIBERADO NOT = "S"
                   DISPLAY "Cliente nao criado: limite de credito."
                           AT 2040
               END-IF
           END-IF.

       ROT-GRAVA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS-GRAV.
           IF WS-ITS-ABERTO = "S"
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > PRP-QTD-ITENS
                   MOVE WS-COD-NOVO TO ITS-COD-CLIENTE
                   MOVE WS-IND      TO ITS-SEQUENCIA
                   MOVE PRP-ITEM-DESCRICAO(WS-IND) TO ITS-DESCRICAO
                   MOVE PRP-ITEM-VALOR(WS-IND)     TO ITS-VALOR
                   SET ITEM-ATIVO TO TRUE
                   WRITE REG-ITEMSERV
                   IF COD-ERRO-ITS = "00"
                       ADD 1 TO WS-QTD-ITENS-GRAV
                   END-IF
               END-PERFORM
           END-IF.

      *    Codigo de cliente novo nao tem contatos, entao o contato
      *    da proposta entra como a sequencia 1.
       ROT-GRAVA-CONTATO.
           IF WS-CTT-ABERTO = "S" AND PRP-CTT-NOME NOT = SPACES
               MOVE WS-COD-NOVO    TO CTT-COD-CLIENTE
               MOVE 1              TO CTT-SEQUENCIA
               MOVE PRP-CTT-NOME   TO CTT-NOME
               MOVE PRP-CTT-FUNCAO TO CTT-FUNCAO
               MOVE PRP-CTT-FONE   TO CTT-FONE
               MOVE PRP-CTT-EMAIL  TO CTT-EMAIL
               SET CONTATO-ATIVO TO TRUE
               WRITE REG-CONTATO
               IF COD-ERRO-CTT NOT = "00"
                   DISPLAY "Erro ao gravar o contato." AT 2340
               END-IF
           END-IF.

       ROT-PERDE-PROPOSTA.
           MOVE SPACES TO PRP-MOTIVO-PERDA.
           DISPLAY "Motivo da perda: " AT 2210.
           PERFORM WITH TEST AFTER UNTIL PRP-MOTIVO-PERDA NOT = SPACES
               ACCEPT PRP-MOTIVO-PERDA AT 2228 WITH UPPER AUTO
               IF PRP-MOTIVO-PERDA = SPACES
                   DISPLAY "Digite o motivo da perda.   "  AT 2040
               ELSE
                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.
           DISPLAY "Confirmar PERDIDA?(S/N): " AT 2310.
           MOVE SPACE TO OPCAO.
           PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
               ACCEPT OPCAO AT 2336 WITH UPPER AUTO
               IF OPCAO NOT = "S" AND "N"
                   DISPLAY "Digite S ou N..."  AT 2040
               ELSE
                   DISPLAY "                "  AT 2040
               END-IF
           END-PERFORM.
           IF OPCAO = "S"
               SET PROPOSTA-PERDIDA TO TRUE
               MOVE LK-DATA-DIA     TO PRP-DATA-DECISAO
               MOVE LK-COD-OPERADOR TO PRP-OPERADOR
               REWRITE REG-PROPOSTA
               IF COD-ERRO-PRP NOT = "00"
                   DISPLAY "Erro ao gravar a proposta." AT 2040
               ELSE
                   DISPLAY "Proposta dada como perdida." AT 2040
               END-IF
           END-IF.

      *    Numeracao pelo contador central PROX-NUM-PROPOSTA, com
      *    a varredura do arquivo quando o contador falta, como o
      *    catalogo em CATREG.
       ROT-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-PROX-NUM.
           MOVE "N"   TO WS-CTL-EXISTE.
           IF WS-CTL-ABERTO = "S"
               MOVE "PROX-NUM-PROPOSTA" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CTL-EXISTE
                       IF CTL-VALOR > 0 AND CTL-VALOR <= 999999
                           MOVE CTL-VALOR TO WS-PROX-NUM
                       END-IF
               END-READ
           END-IF.
           IF WS-PROX-NUM = ZEROS
               MOVE "N" TO WS-FIM-SCAN
               MOVE ZEROS TO PRP-NUMERO
               START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRP-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SCAN
               END-START
               PERFORM UNTIL WS-FIM-SCAN = "S"
                   READ ARQ-PROPOSTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-SCAN
                       NOT AT END
                           MOVE PRP-NUMERO TO WS-PROX-NUM
                   END-READ
               END-PERFORM
               ADD 1 TO WS-PROX-NUM
           END-IF.

       ROT-ATUALIZA-NUMERO.
           IF WS-CTL-ABERTO = "S"
               MOVE "PROX-NUM-PROPOSTA" TO CTL-CODIGO
               COMPUTE CTL-VALOR = PRP-NUMERO + 1
               IF WS-CTL-EXISTE = "S"
                   REWRITE REG-CONTROLE
               ELSE
                   WRITE REG-CONTROLE
               END-IF
           END-IF.

      *    Sugestao do codigo de cliente, a mesma de INCLUSAO: o
      *    contador quando aponta codigo livre, senao a varredura.
       ROT-SUGERE-CODIGO.
           MOVE "N" TO WS-COD-LIVRE.
           MOVE ZEROS TO WS-PROX-COD.
           IF WS-CTL-ABERTO = "S"
               MOVE "PROX-COD-CLIENTE" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALOR > 0 AND CTL-VALOR <= 999999
                           MOVE CTL-VALOR TO CodCliente
                           READ CAD-CLIENTE
                               INVALID KEY
                                   MOVE "S" TO WS-COD-LIVRE
                                   MOVE CodCliente TO WS-PROX-COD
                           END-READ
                       END-IF
               END-READ
           END-IF.
           IF WS-COD-LIVRE = "N"
               PERFORM VARYING CodCliente FROM 1 BY 1
                       UNTIL CodCliente > 999999 OR WS-COD-LIVRE = "S"
                   READ CAD-CLIENTE
                       INVALID KEY
                           MOVE "S" TO WS-COD-LIVRE
                           MOVE CodCliente TO WS-PROX-COD
                   END-READ
               END-PERFORM
           END-IF.

      *    Depois de gravar o cliente, o contador passa a sugerir
      *    o codigo seguinte ao maior ja usado, como em INCLUSAO.
       ROT-ATUALIZA-CONTROLE.
           IF WS-CTL-ABERTO = "S"
               MOVE "N" TO WS-CTL-EXISTE
               MOVE "PROX-COD-CLIENTE" TO CTL-CODIGO
               READ ARQ-CONTROLE
                   INVALID KEY
                       MOVE ZEROS TO CTL-VALOR
                   NOT INVALID KEY
                       MOVE "S" TO WS-CTL-EXISTE
               END-READ
               IF WS-COD-NOVO >= CTL-VALOR
                   MOVE "PROX-COD-CLIENTE" TO CTL-CODIGO
                   COMPUTE CTL-VALOR = WS-COD-NOVO + 1
                   IF WS-CTL-EXISTE = "S"
                       REWRITE REG-CONTROLE
                   ELSE
                       WRITE REG-CONTROLE
                   END-IF
               END-IF
           END-IF.

      *    Faixa de CEP que contem o CEP do prospect, pelo mesmo
      *    START de INCLUSAO; achada, preenche o endereco.
       ROT-BUSCA-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           IF WS-CEP-ABERTO = "S"
               MOVE PRP-CEP TO WS-CEP-PROCURADO
               MOVE PRP-CEP TO CEP-FAIXA-INI
               START CEPTAB KEY IS NOT GREATER THAN CEP-FAIXA-INI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CEPTAB NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WS-CEP-PROCURADO >= CEP-FAIXA-INI
                               AND WS-CEP-PROCURADO <= CEP-FAIXA-FIM
                                   MOVE CEP-ENDERECO TO PRP-ENDERECO
                                   MOVE CEP-CIDADE   TO PRP-CIDADE
                                   MOVE CEP-UF       TO PRP-UF
                                   MOVE "S" TO WS-CEP-ACHADO
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-CEP-ACHADO = "S"
               DISPLAY PRP-ENDERECO AT 1028
               DISPLAY PRP-CIDADE   AT 1128
               DISPLAY PRP-UF       AT 1154
           END-IF.

      *    000 e prospect sem vendedor; com o cadastro de
      *    vendedores inacessivel so o 000 passa.
       ROT-VALIDA-VENDEDOR.
           MOVE "N" TO WS-VEND-OK.
           IF PRP-COD-VENDEDOR = ZEROS
               MOVE "S" TO WS-VEND-OK
           ELSE
           IF WS-VEND-ABERTO = "S"
               MOVE PRP-COD-VENDEDOR TO VEN-CODIGO
               READ ARQ-VENDEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VEND-OK
                       DISPLAY VEN-NOME AT 1233
               END-READ
           END-IF
           END-IF.

      *    Converte DD/MM/AAAA em AAAAMMDD numerico; formato
      *    ilegivel devolve WS-DATA-OK = N.
       ROT-DATA-PARA-NUMERO.
           MOVE "N" TO WS-DATA-OK.
           MOVE ZEROS TO WS-DATA-NUM.
           IF WS-DATA-TESTE(1:2) IS NUMERIC
           AND WS-DATA-TESTE(3:1) = "/"
           AND WS-DATA-TESTE(4:2) IS NUMERIC
           AND WS-DATA-TESTE(6:1) = "/"
           AND WS-DATA-TESTE(7:4) IS NUMERIC
               MOVE WS-DATA-TESTE(1:2) TO WS-TST-DIA
               MOVE WS-DATA-TESTE(4:2) TO WS-TST-MES
               MOVE WS-DATA-TESTE(7:4) TO WS-TST-ANO
               IF WS-TST-DIA >= 1 AND WS-TST-DIA <= 31
               AND WS-TST-MES >= 1 AND WS-TST-MES <= 12
                   MOVE "S" TO WS-DATA-OK
                   COMPUTE WS-DATA-NUM =
                       WS-TST-ANO * 10000 + WS-TST-MES * 100
                       + WS-TST-DIA
               END-IF
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
               MOVE "VALOR-MINIMO-CONTR" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0
                           MOVE PAR-VALOR TO WS-VALOR-MINIMO
                       END-IF
               END-READ
               MOVE "DIAS-VALIDADE-PROP" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-DIAS-VALIDADE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
