       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   LGPDMNT INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE IN REG-CONTATO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTT.

               SELECT  CAD-ARQUIVO ASSIGN  TO WS-CAMINHO-ARQ
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-ARQ.

               SELECT  SEQ-CONTATOS ASSIGN  TO WS-CAMINHO-SEQ
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  ARQ-TEXTO ASSIGN  TO WS-CAMINHO-TXT
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-TXT.

               SELECT  ARQ-TRABALHO ASSIGN  TO
                       "C:\TEMP\LGPD_TRAB.TXT"
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-TRB.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  ARQ-MENSAGENS ASSIGN  TO WS-CAMINHO-MSG
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MSG-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-MSG.

               SELECT  ARQ-PROPOSTAS ASSIGN  TO WS-CAMINHO-PRP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-PRP.

               SELECT  ARQ-CATALOGO ASSIGN  TO WS-CAMINHO-CAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CAT-SEQUENCIA
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CAT.

               SELECT  REL-LGPD ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

               SELECT  LOG-LGPD ASSIGN  TO "C:\TEMP\LGPD.LOG"
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-LOG.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       FD          CAD-ARQUIVO
                   LABEL RECORD STANDARD.
           COPY CADCLI.

      *    Copia diaria de CONTATOS gravada por ARQSAVE
      *    (CONTATOS_AAAAMMDD.SEQ), no mesmo leiaute do indexado.
       FD          SEQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI REPLACING ==REG-CONTATO==
               BY ==SEQ-REG-CONTATO==.

       FD          ARQ-TEXTO
                   LABEL RECORD STANDARD.
       01          LINHA-TEXTO         PIC X(400).

       FD          ARQ-TRABALHO
                   LABEL RECORD STANDARD.
       01          LINHA-TRABALHO      PIC X(400).

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-MENSAGENS
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          ARQ-CATALOGO
                   LABEL RECORD STANDARD.
           COPY CATREL.

       FD          REL-LGPD
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(120).

       FD          LOG-LGPD
                   LABEL RECORD STANDARD.
       01          LINHA-LGPD          PIC X(80).

       WORKING-STORAGE SECTION.

       77      COD-ERRO-CTT PIC XX      VALUES SPACES.
       77      COD-ERRO-ARQ PIC XX      VALUES SPACES.
       77      COD-ERRO-SEQ PIC XX      VALUES SPACES.
       77      COD-ERRO-TXT PIC XX      VALUES SPACES.
       77      COD-ERRO-TRB PIC XX      VALUES SPACES.
       77      COD-ERRO-PAR PIC XX      VALUES SPACES.
       77      COD-ERRO-REL PIC XX      VALUES SPACES.
       77      COD-ERRO-LOG PIC XX      VALUES SPACES.
       77      COD-ERRO-MSG PIC XX      VALUES SPACES.
       77      COD-ERRO-PRP PIC XX      VALUES SPACES.
       77      COD-ERRO-CAT PIC XX      VALUES SPACES.
       77      BARRA-DUPLA PIC X(74)   VALUE ALL "|".
       77      OPCAO       PIC X       VALUE SPACE.
       77      ACAO        PIC X       VALUE SPACE.
       77      WS-CTT-ABERTO PIC X     VALUE "N".
       77      WS-ARQ-ABERTO PIC X     VALUE "N".
       77      WS-MSG-ABERTO PIC X     VALUE "N".
       77      WS-PRP-ABERTO PIC X     VALUE "N".
       77      WS-FIM-CAT   PIC X      VALUE "N".
       77      WS-FIM-SCAN  PIC X      VALUE "N".
       77      WS-MODO      PIC X      VALUE "B".
       77      WS-PROTOCOLO PIC X(15)  VALUE SPACES.
       77      WS-TERMO     PIC X(40)  VALUE SPACES.
       77      WS-TAM-TERMO PIC 9(2)   VALUE ZEROS.
       77      WS-TAM-MINIMO PIC 9(2)  VALUE 5.
       77      WS-TEXTO-ORIG PIC X(400) VALUE SPACES.
       77      WS-TEXTO-MAIUSC PIC X(400) VALUE SPACES.
       77      WS-POS       PIC 9(3)   VALUE ZEROS.
       77      WS-POS-ACHADO PIC 9(3)  VALUE ZEROS.
       77      WS-INICIO-TRECHO PIC 9(3) VALUE ZEROS.
       77      WS-ACHOU     PIC X      VALUE "N".
       77      WS-NOME-CTT  PIC X(30)  VALUE SPACES.
       77      WS-EMAIL-CTT PIC X(40)  VALUE SPACES.
       77      WS-NUM-LINHA PIC 9(5)   VALUE ZEROS.
       77      WS-FONTE     PIC X(10)  VALUE SPACES.
       77      WS-QTD-FONTE PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-CTT   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-ARQ   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-LOG   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-ACE   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-EXP   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-COP   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-MSG   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-GTW   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-PRP   PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-TOTAL PIC 9(5)   VALUE ZEROS.
       77      WS-QTD-ANON  PIC 9(5)   VALUE ZEROS.
       77      WS-DIAS-COPIAS PIC 9(3) VALUE 30.
       77      WS-DIA-COPIA PIC 9(3)   VALUE ZEROS.
       77      WS-DATA-HOJE-NUM PIC 9(8) VALUE ZEROS.
       77      WS-HOJE-INT  PIC 9(7)   VALUE ZEROS.
       77      WS-DIA-INT   PIC 9(7)   VALUE ZEROS.
       77      WS-HORA-AGORA PIC 9(8)  VALUE ZEROS.
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".
       77      WS-CAMINHO-ARQ PIC X(100)
                       VALUE "C:\TEMP\CADARQ.DAT".
       77      WS-CAMINHO-EXP PIC X(100)
                       VALUE "C:\TEMP\EXPCLIENTES.TXT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-MSG PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-CAT PIC X(100)
                       VALUE "C:\TEMP\CATALOGO.DAT".
       77      WS-TIPO-GTW    PIC X(8)   VALUE "MAILGW".
       77      WS-CAMINHO-TXT PIC X(100) VALUE SPACES.
       77      WS-CAMINHO-SEQ PIC X(100) VALUE SPACES.

      *    Saida com nome unico por atendimento (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "LGPD".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE SPACES.

       01      WS-NOME-REL.
           02 FILLER          PIC X(13)
                               VALUE "C:\TEMP\LGPD_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       01      NOME-SEQ-CONTATOS.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONTATOS_".
           02 SDT-CONTATOS    PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".

           COPY LGPDLOG.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Relatorio ao titular de dados pessoais - LGPD".

       01      LINHA-BRANCO    PIC X(1)  VALUE SPACE.

       01      LINHA-CAB-PEDIDO.
           02 FILLER        PIC X(11) VALUE "Protocolo: ".
           02 CAB-PROTOCOLO PIC X(15).
           02 FILLER        PIC X(8)  VALUE "  Data: ".
           02 CAB-DATA      PIC X(10).
           02 FILLER        PIC X(12) VALUE "  Operador: ".
           02 CAB-OPERADOR  PIC X(8).

       01      LINHA-CAB-TERMO.
           02 FILLER        PIC X(29)
                               VALUE "Pesquisado (nome ou e-mail): ".
           02 CAB-TERMO     PIC X(40).

       01      LINHA-SECAO.
           02 FILLER        PIC X(4)  VALUE "=== ".
           02 SEC-TITULO    PIC X(60).

       01      LINHA-DET-CONTATO.
           02 DCT-ORIGEM    PIC X(10).
           02 DCT-CODIGO    PIC 9(6).
           02 FILLER        PIC X(1)  VALUE "/".
           02 DCT-SEQ       PIC 9(3).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DCT-NOME      PIC X(30).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DCT-FONE      PIC X(15).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DCT-EMAIL     PIC X(40).

       01      LINHA-DET-ARQUIVO.
           02 DAR-CODIGO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DAR-NOME      PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DAR-CIDADE    PIC X(20).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FILLER        PIC X(15) VALUE "ultima alter.: ".
           02 DAR-DATA-ALT  PIC X(10).

       01      LINHA-DET-TEXTO.
           02 DTX-FONTE     PIC X(10).
           02 FILLER        PIC X(7)  VALUE " linha ".
           02 DTX-LINHA     PIC ZZZZ9.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 DTX-TRECHO    PIC X(95).

       01      LINHA-TOTAL.
           02 DTO-FONTE     PIC X(30).
           02 DTO-QTD       PIC ZZ.ZZ9.

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

       PROCEDURE DIVISION USING LK-DATA-DIA LK-COD-OPERADOR.
       INICIO.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.
           ACCEPT WS-CAMINHO-ARQ FROM ENVIRONMENT "CADARQ_PATH".
           IF WS-CAMINHO-ARQ = SPACES
               MOVE "C:\TEMP\CADARQ.DAT" TO WS-CAMINHO-ARQ
           END-IF.
           ACCEPT WS-CAMINHO-EXP FROM ENVIRONMENT "EXPCLI_PATH".
           IF WS-CAMINHO-EXP = SPACES
               MOVE "C:\TEMP\EXPCLIENTES.TXT" TO WS-CAMINHO-EXP
           END-IF.
           ACCEPT WS-CAMINHO-MSG FROM ENVIRONMENT "MSGFILA_PATH".
           IF WS-CAMINHO-MSG = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO WS-CAMINHO-MSG
           END-IF.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.
           ACCEPT WS-CAMINHO-CAT FROM ENVIRONMENT "CATALOGO_PATH".
           IF WS-CAMINHO-CAT = SPACES
               MOVE "C:\TEMP\CATALOGO.DAT" TO WS-CAMINHO-CAT
           END-IF.
           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE-NUM).
           MOVE LK-COD-OPERADOR TO WS-OPER-REL.

      *    CONTATOS.DAT, CADARQ.DAT, a fila de e-mails e as
      *    propostas sao opcionais: o que nao existe simplesmente
      *    nao entra na busca. Nenhum deles e criado aqui.
           OPEN I-O ARQ-CONTATOS.
           IF COD-ERRO-CTT = "00"
               MOVE "S" TO WS-CTT-ABERTO
           END-IF.
           OPEN I-O CAD-ARQUIVO.
           IF COD-ERRO-ARQ = "00"
               MOVE "S" TO WS-ARQ-ABERTO
           END-IF.
           OPEN I-O ARQ-MENSAGENS.
           IF COD-ERRO-MSG = "00"
               MOVE "S" TO WS-MSG-ABERTO
           END-IF.
           OPEN I-O ARQ-PROPOSTAS.
           IF COD-ERRO-PRP = "00"
               MOVE "S" TO WS-PRP-ABERTO
           END-IF.

      *    O registro de atendimento acumula de um dia para o
      *    outro, como o diario de acessos em MENU.
           OPEN EXTEND LOG-LGPD.
           IF COD-ERRO-LOG NOT = "00"
               OPEN OUTPUT LOG-LGPD
           END-IF.

           PERFORM ROTINA-PROCESSAMENTO UNTIL OPCAO = "N".
               DISPLAY "Fim de processamento" AT 2450.
               IF WS-CTT-ABERTO = "S"
                   CLOSE ARQ-CONTATOS
               END-IF.
               IF WS-ARQ-ABERTO = "S"
                   CLOSE CAD-ARQUIVO
               END-IF.
               IF WS-MSG-ABERTO = "S"
                   CLOSE ARQ-MENSAGENS
               END-IF.
               IF WS-PRP-ABERTO = "S"
                   CLOSE ARQ-PROPOSTAS
               END-IF.
               CLOSE LOG-LGPD.
               GOBACK.

       ROTINA-PROCESSAMENTO.
               MOVE SPACES TO WS-PROTOCOLO WS-TERMO ACAO.
               MOVE ZEROS TO WS-QTD-CTT WS-QTD-ARQ WS-QTD-LOG
                             WS-QTD-ACE WS-QTD-EXP WS-QTD-COP
                             WS-QTD-MSG WS-QTD-GTW WS-QTD-PRP
                             WS-QTD-TOTAL WS-QTD-ANON.

      *    Formatação da Tela

               DISPLAY TELA-COR.
               DISPLAY BARRA-DUPLA            AT 0105.
               DISPLAY BARRA-DUPLA            AT 2505.
               DISPLAY "LGPD - Titular de Dados Pessoais: " AT 0310.
               DISPLAY "Protocolo do pedido..: " AT 0510.
               DISPLAY "Nome ou e-mail.......: " AT 0610.

               PERFORM WITH TEST AFTER UNTIL WS-PROTOCOLO NOT = SPACES
                   ACCEPT WS-PROTOCOLO AT 0534 WITH UPDATE UPPER AUTO
                   IF WS-PROTOCOLO = SPACES
                       DISPLAY "Informe o protocolo do pedido." AT 2040
                   ELSE
                       DISPLAY "                              " AT 2040
                   END-IF
               END-PERFORM.

      *    Termo curto demais acharia (e apagaria) pedacos de
      *    dados de terceiros; exige um minimo de caracteres.
               PERFORM WITH TEST AFTER
                       UNTIL WS-TAM-TERMO >= WS-TAM-MINIMO
                   ACCEPT WS-TERMO AT 0634 WITH UPDATE UPPER AUTO
                   MOVE ZEROS TO WS-TAM-TERMO
                   IF WS-TERMO NOT = SPACES
                       COMPUTE WS-TAM-TERMO =
                           FUNCTION LENGTH(FUNCTION TRIM(WS-TERMO))
                   END-IF
                   IF WS-TAM-TERMO < WS-TAM-MINIMO
                       DISPLAY "Informe ao menos 5 caracteres."
                               AT 2040
                   ELSE
                       DISPLAY "                              " AT 2040
                   END-IF
               END-PERFORM.
               MOVE FUNCTION TRIM(WS-TERMO) TO WS-TERMO.

               DISPLAY "Pesquisando..." AT 2040.
               PERFORM ROT-ABRE-RELATORIO.
               MOVE "B" TO WS-MODO.
               PERFORM ROT-VARRE-FONTES.
               PERFORM ROT-FECHA-RELATORIO.
               DISPLAY "              " AT 2040.

               DISPLAY "Contatos.............: " AT 0810.
               DISPLAY WS-QTD-CTT AT 0834.
               DISPLAY "Clientes arquivados..: " AT 0910.
               DISPLAY WS-QTD-ARQ AT 0934.
               DISPLAY "Log de alteracoes....: " AT 1010.
               DISPLAY WS-QTD-LOG AT 1034.
               DISPLAY "Diario de acessos....: " AT 1110.
               DISPLAY WS-QTD-ACE AT 1134.
               DISPLAY "Exportacao clientes..: " AT 1210.
               DISPLAY WS-QTD-EXP AT 1234.
               DISPLAY "Copias de contatos...: " AT 1310.
               DISPLAY WS-QTD-COP AT 1334.
               DISPLAY "Fila de e-mails......: " AT 0845.
               DISPLAY WS-QTD-MSG AT 0869.
               DISPLAY "Lotes do gateway.....: " AT 0945.
               DISPLAY WS-QTD-GTW AT 0969.
               DISPLAY "Propostas............: " AT 1045.
               DISPLAY WS-QTD-PRP AT 1069.
               DISPLAY "Relatorio: " AT 1510.
               DISPLAY WS-CAMINHO-REL(1:50) AT 1521.

               IF WS-QTD-TOTAL = ZEROS
                   DISPLAY "Nenhum dado pessoal encontrado." AT 2040
               ELSE
                   DISPLAY "Anonimizar os dados encontrados?(S/N): "
                           AT 1710
                   PERFORM WITH TEST AFTER UNTIL ACAO = "S" OR "N"
                       ACCEPT ACAO AT 1750 WITH UPPER AUTO
                       IF ACAO NOT = "S" AND "N"
                           DISPLAY "Digite S ou N..."  AT 2040
                       ELSE
                           DISPLAY "                "  AT 2040
                       END-IF
                   END-PERFORM
                   IF ACAO = "S"
                       DISPLAY "Anonimizando..." AT 2040
                       MOVE "A" TO WS-MODO
                       PERFORM ROT-VARRE-FONTES
                       MOVE "ANONIMIZA" TO LGP-TIPO
                       MOVE WS-QTD-ANON TO LGP-QTD
                       PERFORM ROT-GRAVA-LOG
                       DISPLAY "Registros anonimizados: " AT 1810
                       DISPLAY WS-QTD-ANON AT 1834
                       DISPLAY "Anonimizacao concluida." AT 2040
                   END-IF
               END-IF.

      *    Recebimento Opccao  para voltar ou parar (repeticao)

               DISPLAY "Outro Titular?(S/N): " AT 2210.
               PERFORM WITH TEST AFTER UNTIL OPCAO = "S" OR "N"
                   ACCEPT OPCAO AT 2235 WITH UPPER AUTO
                   IF OPCAO NOT = "S" AND "N"
                       DISPLAY "Digite S ou N..."  AT 2240
                   ELSE
                       DISPLAY "             "  AT 2240
                   END-IF
               END-PERFORM.

      *    Uma passada por todas as fontes de dado pessoal. No
      *    modo B (busca) cada achado vai para o relatorio; no
      *    modo A (anonimiza) o mesmo criterio de busca decide o
      *    que e apagado, entao so muda o que foi relatado.
       ROT-VARRE-FONTES.
           IF WS-CTT-ABERTO = "S"
               PERFORM ROT-VARRE-CONTATOS
           END-IF.
           IF WS-ARQ-ABERTO = "S"
               PERFORM ROT-VARRE-ARQUIVADOS
           END-IF.

           MOVE "C:\TEMP\LOGALTER.TXT" TO WS-CAMINHO-TXT.
           MOVE "LOGALTER"  TO WS-FONTE.
           MOVE WS-QTD-LOG  TO WS-QTD-FONTE.
           PERFORM ROT-VARRE-TEXTO.
           MOVE WS-QTD-FONTE TO WS-QTD-LOG.

           MOVE "C:\TEMP\ACESSOS.LOG" TO WS-CAMINHO-TXT.
           MOVE "ACESSOS"   TO WS-FONTE.
           MOVE WS-QTD-ACE  TO WS-QTD-FONTE.
           PERFORM ROT-VARRE-TEXTO.
           MOVE WS-QTD-FONTE TO WS-QTD-ACE.

           MOVE WS-CAMINHO-EXP TO WS-CAMINHO-TXT.
           MOVE "EXPCLI"    TO WS-FONTE.
           MOVE WS-QTD-EXP  TO WS-QTD-FONTE.
           PERFORM ROT-VARRE-TEXTO.
           MOVE WS-QTD-FONTE TO WS-QTD-EXP.

           IF WS-MODO = "B"
               MOVE "Copias diarias de CONTATOS (ARQSAVE)"
                   TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           PERFORM VARYING WS-DIA-COPIA FROM 0 BY 1
                   UNTIL WS-DIA-COPIA >= WS-DIAS-COPIAS
               COMPUTE WS-DIA-INT = WS-HOJE-INT - WS-DIA-COPIA
               COMPUTE SDT-CONTATOS =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE NOME-SEQ-CONTATOS TO WS-CAMINHO-SEQ
               PERFORM ROT-VARRE-COPIA
           END-PERFORM.

           IF WS-MSG-ABERTO = "S"
               PERFORM ROT-VARRE-MENSAGENS
           END-IF.
           PERFORM ROT-VARRE-GATEWAY.
           IF WS-PRP-ABERTO = "S"
               PERFORM ROT-VARRE-PROPOSTAS
           END-IF.

           IF WS-MODO = "B"
               COMPUTE WS-QTD-TOTAL = WS-QTD-CTT + WS-QTD-ARQ
                   + WS-QTD-LOG + WS-QTD-ACE + WS-QTD-EXP
                   + WS-QTD-COP + WS-QTD-MSG + WS-QTD-GTW
                   + WS-QTD-PRP
           END-IF.

      *    Contatos vivos: nome ou e-mail contendo o termo. Na
      *    anonimizacao o contato fica inativo, com nome fixo e sem
      *    telefone e e-mail; a funcao e o cliente permanecem, pois
      *    nao identificam a pessoa.
       ROT-VARRE-CONTATOS.
           IF WS-MODO = "B"
               MOVE "Contatos de clientes (CONTATOS)" TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO CTT-CHAVE IN REG-CONTATO.
           START ARQ-CONTATOS
               KEY IS NOT LESS THAN CTT-CHAVE IN REG-CONTATO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       MOVE CTT-NOME IN REG-CONTATO  TO WS-NOME-CTT
                       MOVE CTT-EMAIL IN REG-CONTATO TO WS-EMAIL-CTT
                       PERFORM ROT-CONFERE-CONTATO
                       IF WS-ACHOU = "S"
                           PERFORM ROT-ACHOU-CONTATO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ACHOU-CONTATO.
           IF WS-MODO = "B"
               ADD 1 TO WS-QTD-CTT
               MOVE "CONTATOS"  TO DCT-ORIGEM
               MOVE CTT-COD-CLIENTE IN REG-CONTATO TO DCT-CODIGO
               MOVE CTT-SEQUENCIA IN REG-CONTATO   TO DCT-SEQ
               MOVE CTT-NOME IN REG-CONTATO        TO DCT-NOME
               MOVE CTT-FONE IN REG-CONTATO        TO DCT-FONE
               MOVE CTT-EMAIL IN REG-CONTATO       TO DCT-EMAIL
               WRITE LINHA-REL FROM LINHA-DET-CONTATO
           ELSE
               MOVE "ANONIMIZADO LGPD" TO CTT-NOME IN REG-CONTATO
               MOVE SPACES TO CTT-FONE IN REG-CONTATO
                              CTT-EMAIL IN REG-CONTATO
               SET CONTATO-INATIVO IN REG-CONTATO TO TRUE
               REWRITE REG-CONTATO
               IF COD-ERRO-CTT = "00"
                   ADD 1 TO WS-QTD-ANON
               ELSE
                   DISPLAY "Erro ao regravar contato." AT 2040
               END-IF
           END-IF.

      *    Contato ja anonimizado nao e dado pessoal e fica fora
      *    da busca, ainda que o termo caiba no nome fixo.
       ROT-CONFERE-CONTATO.
           MOVE "N" TO WS-ACHOU.
           IF WS-NOME-CTT NOT = "ANONIMIZADO LGPD"
               MOVE FUNCTION UPPER-CASE(WS-NOME-CTT)
                   TO WS-TEXTO-MAIUSC
               PERFORM ROT-PROCURA-TERMO
               IF WS-POS-ACHADO = ZEROS
                   MOVE FUNCTION UPPER-CASE(WS-EMAIL-CTT)
                       TO WS-TEXTO-MAIUSC
                   PERFORM ROT-PROCURA-TERMO
               END-IF
               IF WS-POS-ACHADO > ZEROS
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-IF.

      *    Clientes do arquivo morto (CADARQ, gravado por ARQUIVA)
      *    com o termo no nome. So o trecho coincidente e mascarado,
      *    para o historico do arquivo continuar legivel.
       ROT-VARRE-ARQUIVADOS.
           IF WS-MODO = "B"
               MOVE "Clientes arquivados (CADARQ)" TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO CodCliente.
           START CAD-ARQUIVO KEY IS NOT LESS THAN CodCliente
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ CAD-ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       MOVE NomeCliente TO WS-TEXTO-ORIG
                       MOVE FUNCTION UPPER-CASE(NomeCliente)
                           TO WS-TEXTO-MAIUSC
                       PERFORM ROT-PROCURA-TERMO
                       IF WS-POS-ACHADO > ZEROS
                           PERFORM ROT-ACHOU-ARQUIVADO
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ACHOU-ARQUIVADO.
           IF WS-MODO = "B"
               ADD 1 TO WS-QTD-ARQ
               MOVE CodCliente     TO DAR-CODIGO
               MOVE NomeCliente    TO DAR-NOME
               MOVE CIDADE         TO DAR-CIDADE
               MOVE DATA-ALTERACAO TO DAR-DATA-ALT
               WRITE LINHA-REL FROM LINHA-DET-ARQUIVO
           ELSE
               PERFORM ROT-MASCARA-TERMO
               MOVE WS-TEXTO-ORIG(1:30) TO NomeCliente
               REWRITE REG-CLIENTE
               IF COD-ERRO-ARQ = "00"
                   ADD 1 TO WS-QTD-ANON
               ELSE
                   DISPLAY "Erro ao regravar cliente arquivado."
                           AT 2040
               END-IF
           END-IF.

      *    Arquivos texto (logs e exportacao): busca linha a linha.
      *    Na anonimizacao o arquivo e copiado para o de trabalho
      *    com o termo trocado por asteriscos de mesmo tamanho e
      *    depois copiado de volta - as colunas nao andam, entao
      *    LOGCONS continua lendo o LOGALTER e o diario de acessos
      *    mantem o mesmo tamanho enquanto MENU o tem aberto.
      *    Arquivo ausente ou sem achado na busca fica intocado.
       ROT-VARRE-TEXTO.
           IF WS-MODO = "B"
               MOVE WS-CAMINHO-TXT(1:60) TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
               MOVE ZEROS TO WS-QTD-FONTE
           END-IF.
           IF WS-MODO = "B" OR WS-QTD-FONTE > ZEROS
               OPEN INPUT ARQ-TEXTO
               IF COD-ERRO-TXT = "00"
                   IF WS-MODO = "B"
                       PERFORM ROT-BUSCA-TEXTO
                       CLOSE ARQ-TEXTO
                   ELSE
                       PERFORM ROT-MASCARA-TEXTO
                   END-IF
               END-IF
           END-IF.

       ROT-BUSCA-TEXTO.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO WS-NUM-LINHA.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-TEXTO
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       ADD 1 TO WS-NUM-LINHA
                       MOVE LINHA-TEXTO TO WS-TEXTO-ORIG
                       MOVE FUNCTION UPPER-CASE(LINHA-TEXTO)
                           TO WS-TEXTO-MAIUSC
                       PERFORM ROT-PROCURA-TERMO
                       IF WS-POS-ACHADO > ZEROS
                           PERFORM ROT-ACHOU-TEXTO
                       END-IF
               END-READ
           END-PERFORM.

      *    No relatorio vai o trecho da linha em volta do achado.
       ROT-ACHOU-TEXTO.
           ADD 1 TO WS-QTD-FONTE.
           MOVE 1 TO WS-INICIO-TRECHO.
           IF WS-POS-ACHADO > 20
               COMPUTE WS-INICIO-TRECHO = WS-POS-ACHADO - 20
           END-IF.
           IF WS-INICIO-TRECHO > 306
               MOVE 306 TO WS-INICIO-TRECHO
           END-IF.
           MOVE WS-FONTE     TO DTX-FONTE.
           MOVE WS-NUM-LINHA TO DTX-LINHA.
           MOVE WS-TEXTO-ORIG(WS-INICIO-TRECHO:95) TO DTX-TRECHO.
           WRITE LINHA-REL FROM LINHA-DET-TEXTO.

       ROT-MASCARA-TEXTO.
           OPEN OUTPUT ARQ-TRABALHO.
           MOVE "N" TO WS-FIM-SCAN.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-TEXTO
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       MOVE LINHA-TEXTO TO WS-TEXTO-ORIG
                       MOVE FUNCTION UPPER-CASE(LINHA-TEXTO)
                           TO WS-TEXTO-MAIUSC
                       PERFORM ROT-PROCURA-TERMO
                       IF WS-POS-ACHADO > ZEROS
                           PERFORM ROT-MASCARA-TERMO
                           ADD 1 TO WS-QTD-ANON
                       END-IF
                       WRITE LINHA-TRABALHO FROM WS-TEXTO-ORIG
               END-READ
           END-PERFORM.
           CLOSE ARQ-TEXTO.
           CLOSE ARQ-TRABALHO.

           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-TEXTO.
           IF COD-ERRO-TXT NOT = "00"
               DISPLAY "Em uso, nao regravado: " AT 2040
               DISPLAY WS-FONTE AT 2064
           ELSE
               MOVE "N" TO WS-FIM-SCAN
               PERFORM UNTIL WS-FIM-SCAN = "S"
                   READ ARQ-TRABALHO
                       AT END
                           MOVE "S" TO WS-FIM-SCAN
                       NOT AT END
                           WRITE LINHA-TEXTO FROM LINHA-TRABALHO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TEXTO
           END-IF.
           CLOSE ARQ-TRABALHO.

      *    Uma copia diaria de CONTATOS; dia sem copia (ARQSAVE nao
      *    rodou) e simplesmente pulado. As copias sao sequenciais
      *    de registro fixo, entao a anonimizacao regrava no lugar.
       ROT-VARRE-COPIA.
           IF WS-MODO = "B"
               OPEN INPUT SEQ-CONTATOS
           ELSE
               OPEN I-O SEQ-CONTATOS
           END-IF.
           IF COD-ERRO-SEQ = "00"
               MOVE "N" TO WS-FIM-SCAN
               PERFORM UNTIL WS-FIM-SCAN = "S"
                   READ SEQ-CONTATOS
                       AT END
                           MOVE "S" TO WS-FIM-SCAN
                       NOT AT END
                           MOVE CTT-NOME IN SEQ-REG-CONTATO
                               TO WS-NOME-CTT
                           MOVE CTT-EMAIL IN SEQ-REG-CONTATO
                               TO WS-EMAIL-CTT
                           PERFORM ROT-CONFERE-CONTATO
                           IF WS-ACHOU = "S"
                               PERFORM ROT-ACHOU-COPIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-CONTATOS
           END-IF.

       ROT-ACHOU-COPIA.
           IF WS-MODO = "B"
               ADD 1 TO WS-QTD-COP
               MOVE SDT-CONTATOS TO DCT-ORIGEM
               MOVE CTT-COD-CLIENTE IN SEQ-REG-CONTATO TO DCT-CODIGO
               MOVE CTT-SEQUENCIA IN SEQ-REG-CONTATO   TO DCT-SEQ
               MOVE CTT-NOME IN SEQ-REG-CONTATO        TO DCT-NOME
               MOVE CTT-FONE IN SEQ-REG-CONTATO        TO DCT-FONE
               MOVE CTT-EMAIL IN SEQ-REG-CONTATO       TO DCT-EMAIL
               WRITE LINHA-REL FROM LINHA-DET-CONTATO
           ELSE
               MOVE "ANONIMIZADO LGPD" TO CTT-NOME IN SEQ-REG-CONTATO
               MOVE SPACES TO CTT-FONE IN SEQ-REG-CONTATO
                              CTT-EMAIL IN SEQ-REG-CONTATO
               SET CONTATO-INATIVO IN SEQ-REG-CONTATO TO TRUE
               REWRITE SEQ-REG-CONTATO
               IF COD-ERRO-SEQ = "00"
                   ADD 1 TO WS-QTD-ANON
               END-IF
           END-IF.

      *    Fila de e-mails de saida (MSGFILA): destinatario com o
      *    termo no nome ou no e-mail. Na anonimizacao o destino
      *    fica com o nome fixo e sem e-mail; a mensagem ainda nao
      *    enviada tem o destino conferido de novo em MSGENVIA.
       ROT-VARRE-MENSAGENS.
           IF WS-MODO = "B"
               MOVE "Fila de e-mails de saida (MSGFILA)" TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO MSG-CHAVE.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-MENSAGENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       MOVE MSG-DESTINO-NOME  TO WS-NOME-CTT
                       MOVE MSG-DESTINO-EMAIL TO WS-EMAIL-CTT
                       PERFORM ROT-CONFERE-CONTATO
                       IF WS-ACHOU = "S"
                           PERFORM ROT-ACHOU-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ACHOU-MENSAGEM.
           IF WS-MODO = "B"
               ADD 1 TO WS-QTD-MSG
               MOVE "MSGFILA"         TO DCT-ORIGEM
               MOVE MSG-COD-CLIENTE   TO DCT-CODIGO
               MOVE MSG-SEQUENCIA     TO DCT-SEQ
               MOVE MSG-DESTINO-NOME  TO DCT-NOME
               MOVE SPACES            TO DCT-FONE
               MOVE MSG-DESTINO-EMAIL TO DCT-EMAIL
               WRITE LINHA-REL FROM LINHA-DET-CONTATO
           ELSE
               MOVE "ANONIMIZADO LGPD" TO MSG-DESTINO-NOME
               MOVE SPACES TO MSG-DESTINO-EMAIL
               REWRITE REG-MENSAGEM
               IF COD-ERRO-MSG = "00"
                   ADD 1 TO WS-QTD-ANON
               ELSE
                   DISPLAY "Erro ao regravar mensagem." AT 2040
               END-IF
           END-IF.

      *    Lotes entregues ao gateway de e-mail por MSGENVIA
      *    (MAILGW_AAAAMMDD_HHMMSS.TXT), achados pelo catalogo de
      *    relatorios, onde cada lote e registrado com o tipo
      *    MAILGW; lote expurgado ou ja recolhido da pasta fica de
      *    fora. O achado sai com a data do lote, como nas copias
      *    de CONTATOS. A busca e a mascara sao as dos demais
      *    arquivos texto; na anonimizacao so sao regravados os
      *    lotes se a busca achou algo em algum deles.
       ROT-VARRE-GATEWAY.
           IF WS-MODO = "B"
               MOVE "Lotes do gateway de e-mail (MAILGW)"
                   TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           IF WS-MODO = "B" OR WS-QTD-GTW > ZEROS
               OPEN INPUT ARQ-CATALOGO
               IF COD-ERRO-CAT = "00"
                   MOVE "N" TO WS-FIM-CAT
                   MOVE ZEROS TO CAT-SEQUENCIA
                   START ARQ-CATALOGO
                       KEY IS NOT LESS THAN CAT-SEQUENCIA
                       INVALID KEY
                           MOVE "S" TO WS-FIM-CAT
                   END-START
                   PERFORM UNTIL WS-FIM-CAT = "S"
                       READ ARQ-CATALOGO NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-CAT
                           NOT AT END
                               IF CAT-TIPO = WS-TIPO-GTW
                               AND CATALOGO-ATIVO
                                   PERFORM ROT-VARRE-LOTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CATALOGO
               END-IF
           END-IF.

       ROT-VARRE-LOTE.
           MOVE CAT-ARQUIVO TO WS-CAMINHO-TXT.
           MOVE CAT-DATA    TO WS-FONTE.
           OPEN INPUT ARQ-TEXTO.
           IF COD-ERRO-TXT = "00"
               IF WS-MODO = "B"
                   MOVE ZEROS TO WS-QTD-FONTE
                   PERFORM ROT-BUSCA-TEXTO
                   CLOSE ARQ-TEXTO
                   ADD WS-QTD-FONTE TO WS-QTD-GTW
               ELSE
                   PERFORM ROT-MASCARA-TEXTO
               END-IF
           END-IF.

      *    Propostas comerciais (PROPOSTAS): contato do prospect
      *    com o termo no nome ou no e-mail. Na anonimizacao o
      *    contato fica com o nome fixo e sem telefone e e-mail; a
      *    empresa e os valores da proposta permanecem.
       ROT-VARRE-PROPOSTAS.
           IF WS-MODO = "B"
               MOVE "Contatos de propostas comerciais (PROPOSTAS)"
                   TO SEC-TITULO
               WRITE LINHA-REL FROM LINHA-SECAO
           END-IF.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO PRP-NUMERO.
           START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           PERFORM UNTIL WS-FIM-SCAN = "S"
               READ ARQ-PROPOSTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SCAN
                   NOT AT END
                       MOVE PRP-CTT-NOME  TO WS-NOME-CTT
                       MOVE PRP-CTT-EMAIL TO WS-EMAIL-CTT
                       PERFORM ROT-CONFERE-CONTATO
                       IF WS-ACHOU = "S"
                           PERFORM ROT-ACHOU-PROPOSTA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ACHOU-PROPOSTA.
           IF WS-MODO = "B"
               ADD 1 TO WS-QTD-PRP
               MOVE "PROPOSTAS"   TO DCT-ORIGEM
               MOVE PRP-NUMERO    TO DCT-CODIGO
               MOVE ZEROS         TO DCT-SEQ
               MOVE PRP-CTT-NOME  TO DCT-NOME
               MOVE PRP-CTT-FONE  TO DCT-FONE
               MOVE PRP-CTT-EMAIL TO DCT-EMAIL
               WRITE LINHA-REL FROM LINHA-DET-CONTATO
           ELSE
               MOVE "ANONIMIZADO LGPD" TO PRP-CTT-NOME
               MOVE SPACES TO PRP-CTT-FONE PRP-CTT-EMAIL
               REWRITE REG-PROPOSTA
               IF COD-ERRO-PRP = "00"
                   ADD 1 TO WS-QTD-ANON
               ELSE
                   DISPLAY "Erro ao regravar proposta." AT 2040
               END-IF
           END-IF.

      *    Primeira posicao do termo em WS-TEXTO-MAIUSC (zero se
      *    nao aparece). O termo ja vem em maiusculas da tela.
       ROT-PROCURA-TERMO.
           MOVE ZEROS TO WS-POS-ACHADO.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > (401 - WS-TAM-TERMO)
                   OR WS-POS-ACHADO > ZEROS
               IF WS-TEXTO-MAIUSC(WS-POS:WS-TAM-TERMO) =
                       WS-TERMO(1:WS-TAM-TERMO)
                   MOVE WS-POS TO WS-POS-ACHADO
               END-IF
           END-PERFORM.

      *    Troca toda ocorrencia do termo em WS-TEXTO-ORIG por
      *    asteriscos do mesmo tamanho.
       ROT-MASCARA-TERMO.
           PERFORM VARYING WS-POS FROM WS-POS-ACHADO BY 1
                   UNTIL WS-POS > (401 - WS-TAM-TERMO)
               IF WS-TEXTO-MAIUSC(WS-POS:WS-TAM-TERMO) =
                       WS-TERMO(1:WS-TAM-TERMO)
                   MOVE ALL "*" TO WS-TEXTO-ORIG(WS-POS:WS-TAM-TERMO)
                   MOVE ALL "*"
                       TO WS-TEXTO-MAIUSC(WS-POS:WS-TAM-TERMO)
               END-IF
           END-PERFORM.

       ROT-ABRE-RELATORIO.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-LGPD.

           MOVE WS-PROTOCOLO    TO CAB-PROTOCOLO.
           MOVE LK-DATA-DIA     TO CAB-DATA.
           MOVE LK-COD-OPERADOR TO CAB-OPERADOR.
           MOVE WS-TERMO        TO CAB-TERMO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           WRITE LINHA-REL FROM LINHA-CAB-PEDIDO.
           WRITE LINHA-REL FROM LINHA-CAB-TERMO.

       ROT-FECHA-RELATORIO.
           WRITE LINHA-REL FROM LINHA-BRANCO.
           MOVE "Contatos" TO DTO-FONTE.
           MOVE WS-QTD-CTT TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Clientes arquivados" TO DTO-FONTE.
           MOVE WS-QTD-ARQ TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Log de alteracoes" TO DTO-FONTE.
           MOVE WS-QTD-LOG TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Diario de acessos" TO DTO-FONTE.
           MOVE WS-QTD-ACE TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Exportacao de clientes" TO DTO-FONTE.
           MOVE WS-QTD-EXP TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Copias de contatos" TO DTO-FONTE.
           MOVE WS-QTD-COP TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Fila de e-mails" TO DTO-FONTE.
           MOVE WS-QTD-MSG TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Lotes do gateway de e-mail" TO DTO-FONTE.
           MOVE WS-QTD-GTW TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Propostas comerciais" TO DTO-FONTE.
           MOVE WS-QTD-PRP TO DTO-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           CLOSE REL-LGPD.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.

           MOVE "RELATORIO" TO LGP-TIPO.
           MOVE WS-QTD-TOTAL TO LGP-QTD.
           PERFORM ROT-GRAVA-LOG.

      *    Uma linha por relatorio entregue e por anonimizacao,
      *    com o protocolo do pedido; o termo pesquisado nao vai
      *    para o log.
       ROT-GRAVA-LOG.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE LK-DATA-DIA TO LGP-DATA.
           MOVE WS-HORA-AGORA(1:6) TO LGP-HORA.
           MOVE LK-COD-OPERADOR TO LGP-OPERADOR.
           MOVE WS-PROTOCOLO TO LGP-PROTOCOLO.
           MOVE ZEROS TO LGP-COD-CLIENTE.
           WRITE LINHA-LGPD FROM LINHA-LGP-DET.

      *    Le os parametros de negocio na abertura; arquivo ou
      *    parametro ausente deixa valer o padrao do programa.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "DIAS-COPIAS-LGPD" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 365
                           MOVE PAR-VALOR TO WS-DIAS-COPIAS
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
