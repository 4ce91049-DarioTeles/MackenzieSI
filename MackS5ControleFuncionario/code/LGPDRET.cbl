       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   LGPDRET.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  CAD-ARQUIVO ASSIGN  TO WS-CAMINHO-ARQ
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente IN REG-ARQUIVO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ARQ.

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente IN REG-CLIENTE
                       ALTERNATE RECORD KEY CNPJ IN REG-CLIENTE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-CONTATOS ASSIGN  TO WS-CAMINHO-CTT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTT-CHAVE
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO-CTT.

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

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  REL-LGPDRET ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

               SELECT  LOG-LGPD ASSIGN  TO "C:\TEMP\LGPD.LOG"
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-LOG.

       DATA            DIVISION.
       FILE        SECTION.
       FD          CAD-ARQUIVO
                   LABEL RECORD STANDARD.
           COPY CADCLI REPLACING ==REG-CLIENTE== BY ==REG-ARQUIVO==.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
           COPY CTTCLI.

       FD          ARQ-MENSAGENS
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       FD          ARQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          REL-LGPDRET
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       FD          LOG-LGPD
                   LABEL RECORD STANDARD.
       01          LINHA-LGPD          PIC X(80).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "LGPDRET".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\LGPDRET_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-ARQ   PIC XX      VALUE SPACES.
       77      COD-ERRO-CTT   PIC XX      VALUE SPACES.
       77      COD-ERRO-MSG   PIC XX      VALUE SPACES.
       77      COD-ERRO-PRP   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      COD-ERRO-LOG   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-FIM-CTT     PIC X       VALUE "N".
       77      WS-FIM-MSG     PIC X       VALUE "N".
       77      WS-FIM-PRP     PIC X       VALUE "N".
       77      WS-MSG-ABERTO  PIC X       VALUE "N".
       77      WS-PRP-ABERTO  PIC X       VALUE "N".
       77      WS-TOT-LIDOS   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-CLIENTES PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-CONTATOS PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-MENSAGENS PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-PROPOSTAS PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-REUSO   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-DATA-RUIM PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-ERROS   PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-CLIENTE PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-MSG-CLI PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-PRP-CLI PIC 9(5)    VALUE ZEROS.
       77      WS-QTD-LOG-CLI PIC 9(5)    VALUE ZEROS.
       77      WS-MESES-RETENCAO PIC 9(3) VALUE 60.
       77      WS-MESES-TOTAL PIC 9(7)    VALUE ZEROS.
       77      WS-HORA-AGORA  PIC 9(8)    VALUE ZEROS.
       77      WS-CAMINHO-ARQ PIC X(100)
                       VALUE "C:\TEMP\CADARQ.DAT".
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-CTT PIC X(100)
                       VALUE "C:\TEMP\CONTATOS.DAT".
       77      WS-CAMINHO-MSG PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".
       77      WS-CAMINHO-PRP PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).

       01      WS-DATA-CORTE.
           02 WS-CORTE-ANO    PIC 9(4).
           02 WS-CORTE-MES    PIC 9(2).
           02 WS-CORTE-DIA    PIC 9(2).
       01      WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(8).

       01      WS-DATA-LOG.
           02 WS-LOG-DIA      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-LOG-MES      PIC 9(2).
           02 FILLER          PIC X(1)  VALUE "/".
           02 WS-LOG-ANO      PIC 9(4).

       77      WS-ALT-NUM        PIC 9(8)  VALUE ZEROS.
       77      WS-ALT-DIA        PIC 99    VALUE ZEROS.
       77      WS-ALT-MES        PIC 99    VALUE ZEROS.
       77      WS-ALT-ANO        PIC 9999  VALUE ZEROS.
       77      WS-ALT-OK         PIC X     VALUE "N".

           COPY LGPDLOG.

       01      LINHA-TITULO    PIC X(60) VALUE
               "Anonimizacao LGPD por prazo de retencao - CADARQ".

       01      LINHA-CAB-CORTE.
           02 FILLER        PIC X(31)
                               VALUE "Arquivados com alteracao antes ".
           02 FILLER        PIC X(3)  VALUE "de ".
           02 CAB-CORTE     PIC 9(8).
           02 FILLER        PIC X(3)  VALUE " (".
           02 CAB-MESES     PIC ZZ9.
           02 FILLER        PIC X(7)  VALUE " meses)".

       01      LINHA-DETALHE.
           02 DET-CODIGO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-DATA-ALT  PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-QTD       PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DET-OBS       PIC X(40).

       01      LINHA-TOTAL.
           02 ROD-TITULO    PIC X(30).
           02 ROD-QTD       PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-ARQ FROM ENVIRONMENT "CADARQ_PATH".
           IF WS-CAMINHO-ARQ = SPACES
               MOVE "C:\TEMP\CADARQ.DAT" TO WS-CAMINHO-ARQ
           END-IF.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-CTT FROM ENVIRONMENT "CONTATOS_PATH".
           IF WS-CAMINHO-CTT = SPACES
               MOVE "C:\TEMP\CONTATOS.DAT" TO WS-CAMINHO-CTT
           END-IF.
           ACCEPT WS-CAMINHO-MSG FROM ENVIRONMENT "MSGFILA_PATH".
           IF WS-CAMINHO-MSG = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO WS-CAMINHO-MSG
           END-IF.
           ACCEPT WS-CAMINHO-PRP FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF WS-CAMINHO-PRP = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO WS-CAMINHO-PRP
           END-IF.
           PERFORM ROT-LE-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DIA-HOJE TO WS-LOG-DIA.
           MOVE WS-MES-HOJE TO WS-LOG-MES.
           MOVE WS-ANO-HOJE TO WS-LOG-ANO.
           PERFORM ROT-CALCULA-CORTE.

      *    Sem arquivo morto ou sem contatos nao ha o que
      *    anonimizar; e normal numa instalacao nova.
           OPEN INPUT CAD-ARQUIVO.
           IF COD-ERRO-ARQ NOT = "00"
               DISPLAY "LGPDRET: CADARQ indisponivel, status "
                       COD-ERRO-ARQ
               GOBACK
           END-IF.
           OPEN I-O ARQ-CONTATOS.
           IF COD-ERRO-CTT NOT = "00"
               DISPLAY "LGPDRET: CONTATOS indisponivel, status "
                       COD-ERRO-CTT
               CLOSE CAD-ARQUIVO
               GOBACK
           END-IF.

      *    O cadastro vivo so serve para reconhecer codigo
      *    reaproveitado; sem ele nada e anonimizado, pois nao da
      *    para saber de quem sao os contatos.
           OPEN INPUT CAD-CLIENTE.
           IF COD-ERRO NOT = "00"
               DISPLAY "LGPDRET: CADCLIENTE indisponivel, status "
                       COD-ERRO
               CLOSE CAD-ARQUIVO
               CLOSE ARQ-CONTATOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A fila de e-mails e as propostas guardam nome e e-mail
      *    do contato do cliente; sao opcionais e, ausentes,
      *    apenas ficam de fora.
           OPEN I-O ARQ-MENSAGENS.
           IF COD-ERRO-MSG = "00"
               MOVE "S" TO WS-MSG-ABERTO
           END-IF.
           OPEN I-O ARQ-PROPOSTAS.
           IF COD-ERRO-PRP = "00"
               MOVE "S" TO WS-PRP-ABERTO
           END-IF.

           OPEN EXTEND LOG-LGPD.
           IF COD-ERRO-LOG NOT = "00"
               OPEN OUTPUT LOG-LGPD
           END-IF.

           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-LGPDRET.
           MOVE WS-DATA-CORTE-NUM TO CAB-CORTE.
           MOVE WS-MESES-RETENCAO TO CAB-MESES.
           WRITE LINHA-REL FROM LINHA-TITULO.
           WRITE LINHA-REL FROM LINHA-CAB-CORTE.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ CAD-ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM ROT-AVALIA-ARQUIVADO
               END-READ
           END-PERFORM.

           MOVE "Arquivados lidos............:" TO ROD-TITULO.
           MOVE WS-TOT-LIDOS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Clientes atendidos..........:" TO ROD-TITULO.
           MOVE WS-TOT-CLIENTES TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Contatos anonimizados.......:" TO ROD-TITULO.
           MOVE WS-TOT-CONTATOS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Mensagens anonimizadas......:" TO ROD-TITULO.
           MOVE WS-TOT-MENSAGENS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Propostas anonimizadas......:" TO ROD-TITULO.
           MOVE WS-TOT-PROPOSTAS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Codigo reaproveitado........:" TO ROD-TITULO.
           MOVE WS-TOT-REUSO TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Data alteracao ilegivel.....:" TO ROD-TITULO.
           MOVE WS-TOT-DATA-RUIM TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.
           MOVE "Erros de regravacao.........:" TO ROD-TITULO.
           MOVE WS-TOT-ERROS TO ROD-QTD.
           WRITE LINHA-REL FROM LINHA-TOTAL.

           CLOSE CAD-ARQUIVO.
           CLOSE CAD-CLIENTE.
           CLOSE ARQ-CONTATOS.
           IF WS-MSG-ABERTO = "S"
               CLOSE ARQ-MENSAGENS
           END-IF.
           IF WS-PRP-ABERTO = "S"
               CLOSE ARQ-PROPOSTAS
           END-IF.
           CLOSE LOG-LGPD.
           CLOSE REL-LGPDRET.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Anonimizacao por retencao concluida.".
           DISPLAY "Arquivados lidos.....: " WS-TOT-LIDOS.
           DISPLAY "Clientes atendidos...: " WS-TOT-CLIENTES.
           DISPLAY "Contatos anonimizados: " WS-TOT-CONTATOS.
           DISPLAY "Mensagens anonimizadas: " WS-TOT-MENSAGENS.
           DISPLAY "Propostas anonimizadas: " WS-TOT-PROPOSTAS.
           DISPLAY "Codigo reaproveitado.: " WS-TOT-REUSO.
           IF WS-TOT-ERROS > 0
               DISPLAY "ATENCAO: registro nao regravado. "
                       "Veja o relatorio."
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Data de corte: hoje menos o prazo de retencao em meses,
      *    mantendo o dia, como em ARQUIVA.
       ROT-CALCULA-CORTE.
           COMPUTE WS-MESES-TOTAL =
               (WS-ANO-HOJE * 12) + WS-MES-HOJE - 1
               - WS-MESES-RETENCAO.
           COMPUTE WS-CORTE-ANO = WS-MESES-TOTAL / 12.
           COMPUTE WS-CORTE-MES =
               WS-MESES-TOTAL - (WS-CORTE-ANO * 12) + 1.
           MOVE WS-DIA-HOJE TO WS-CORTE-DIA.

      *    A data de alteracao do arquivado e a do cancelamento
      *    (ARQUIVA so arquiva cancelado e nao altera o registro).
      *    Ilegivel fica de fora e apenas contada, como em ARQUIVA.
      *    Codigo que voltou a existir no cadastro vivo foi
      *    reaproveitado por outro cliente: os contatos sob ele sao
      *    do cliente novo e nao podem ser apagados.
       ROT-AVALIA-ARQUIVADO.
           MOVE "N" TO WS-ALT-OK.
           IF DATA-ALTERACAO IN REG-ARQUIVO (1:2) IS NUMERIC
           AND DATA-ALTERACAO IN REG-ARQUIVO (3:1) = "/"
           AND DATA-ALTERACAO IN REG-ARQUIVO (4:2) IS NUMERIC
           AND DATA-ALTERACAO IN REG-ARQUIVO (6:1) = "/"
           AND DATA-ALTERACAO IN REG-ARQUIVO (7:4) IS NUMERIC
               MOVE "S" TO WS-ALT-OK
           END-IF.

           IF WS-ALT-OK = "N"
               ADD 1 TO WS-TOT-DATA-RUIM
           ELSE
               MOVE DATA-ALTERACAO IN REG-ARQUIVO (1:2) TO WS-ALT-DIA
               MOVE DATA-ALTERACAO IN REG-ARQUIVO (4:2) TO WS-ALT-MES
               MOVE DATA-ALTERACAO IN REG-ARQUIVO (7:4) TO WS-ALT-ANO
               COMPUTE WS-ALT-NUM =
                   WS-ALT-ANO * 10000 + WS-ALT-MES * 100 + WS-ALT-DIA
               IF WS-ALT-NUM < WS-DATA-CORTE-NUM
                   MOVE CodCliente IN REG-ARQUIVO
                       TO CodCliente IN REG-CLIENTE
                   READ CAD-CLIENTE
                   IF COD-ERRO = "00"
                       ADD 1 TO WS-TOT-REUSO
                       MOVE CodCliente IN REG-ARQUIVO TO DET-CODIGO
                       MOVE DATA-ALTERACAO IN REG-ARQUIVO
                           TO DET-DATA-ALT
                       MOVE ZEROS TO DET-QTD
                       MOVE "codigo reaproveitado no cadastro"
                           TO DET-OBS
                       WRITE LINHA-REL FROM LINHA-DETALHE
                   ELSE
                       PERFORM ROT-ANONIMIZA-CONTATOS
                   END-IF
               END-IF
           END-IF.

      *    Todos os contatos do cliente, via START pelo codigo.
      *    Contato ja anonimizado (a pedido ou em execucao
      *    anterior) e pulado, entao a rotina pode rodar todo mes.
      *    O mesmo vale para o destinatario das mensagens da fila
      *    de e-mails e para o contato da proposta que virou o
      *    cliente.
       ROT-ANONIMIZA-CONTATOS.
           MOVE ZEROS TO WS-QTD-CLIENTE WS-QTD-MSG-CLI
                         WS-QTD-PRP-CLI.
           MOVE "N" TO WS-FIM-CTT.
           MOVE CodCliente IN REG-ARQUIVO TO CTT-COD-CLIENTE.
           MOVE ZEROS TO CTT-SEQUENCIA.
           START ARQ-CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CTT
           END-START.
           PERFORM UNTIL WS-FIM-CTT = "S"
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CTT
                   NOT AT END
                       IF CTT-COD-CLIENTE NOT =
                               CodCliente IN REG-ARQUIVO
                           MOVE "S" TO WS-FIM-CTT
                       ELSE
                       IF CTT-NOME NOT = "ANONIMIZADO LGPD"
                           PERFORM ROT-ANONIMIZA-CONTATO
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MSG-ABERTO = "S"
               PERFORM ROT-ANONIMIZA-MENSAGENS
           END-IF.
           IF WS-PRP-ABERTO = "S"
               PERFORM ROT-ANONIMIZA-PROPOSTAS
           END-IF.

           COMPUTE WS-QTD-LOG-CLI = WS-QTD-CLIENTE + WS-QTD-MSG-CLI
                                  + WS-QTD-PRP-CLI.
           IF WS-QTD-LOG-CLI > 0
               ADD 1 TO WS-TOT-CLIENTES
               MOVE CodCliente IN REG-ARQUIVO TO DET-CODIGO
               MOVE DATA-ALTERACAO IN REG-ARQUIVO TO DET-DATA-ALT
               IF WS-QTD-CLIENTE > 0
                   MOVE WS-QTD-CLIENTE TO DET-QTD
                   MOVE "contatos anonimizados" TO DET-OBS
                   WRITE LINHA-REL FROM LINHA-DETALHE
               END-IF
               IF WS-QTD-MSG-CLI > 0
                   MOVE WS-QTD-MSG-CLI TO DET-QTD
                   MOVE "mensagens da fila anonimizadas" TO DET-OBS
                   WRITE LINHA-REL FROM LINHA-DETALHE
               END-IF
               IF WS-QTD-PRP-CLI > 0
                   MOVE WS-QTD-PRP-CLI TO DET-QTD
                   MOVE "propostas anonimizadas" TO DET-OBS
                   WRITE LINHA-REL FROM LINHA-DETALHE
               END-IF
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DATA-LOG TO LGP-DATA
               MOVE WS-HORA-AGORA(1:6) TO LGP-HORA
               MOVE "BATCH" TO LGP-OPERADOR
               MOVE "RETENCAO" TO LGP-TIPO
               MOVE SPACES TO LGP-PROTOCOLO
               MOVE CodCliente IN REG-ARQUIVO TO LGP-COD-CLIENTE
               MOVE WS-QTD-LOG-CLI TO LGP-QTD
               WRITE LINHA-LGPD FROM LINHA-LGP-DET
           END-IF.

      *    Mesmos valores da anonimizacao a pedido em LGPDMNT.
       ROT-ANONIMIZA-CONTATO.
           MOVE "ANONIMIZADO LGPD" TO CTT-NOME.
           MOVE SPACES TO CTT-FONE CTT-EMAIL.
           SET CONTATO-INATIVO TO TRUE.
           REWRITE REG-CONTATO.
           IF COD-ERRO-CTT = "00"
               ADD 1 TO WS-QTD-CLIENTE
               ADD 1 TO WS-TOT-CONTATOS
           ELSE
               ADD 1 TO WS-TOT-ERROS
               MOVE CTT-COD-CLIENTE TO DET-CODIGO
               MOVE SPACES TO DET-DATA-ALT
               MOVE CTT-SEQUENCIA TO DET-QTD
               MOVE "erro ao regravar o contato" TO DET-OBS
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

      *    Mensagens da fila de e-mails do cliente, via START pelo
      *    codigo: destinatario com o nome fixo e sem e-mail, como
      *    na anonimizacao a pedido. Mensagem ainda sem destino
      *    (nome em branco) nao tem o que apagar.
       ROT-ANONIMIZA-MENSAGENS.
           MOVE "N" TO WS-FIM-MSG.
           MOVE CodCliente IN REG-ARQUIVO TO MSG-COD-CLIENTE.
           MOVE ZEROS TO MSG-DATA-GERACAO MSG-SEQUENCIA.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MSG
           END-START.
           PERFORM UNTIL WS-FIM-MSG = "S"
               READ ARQ-MENSAGENS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MSG
                   NOT AT END
                       IF MSG-COD-CLIENTE NOT =
                               CodCliente IN REG-ARQUIVO
                           MOVE "S" TO WS-FIM-MSG
                       ELSE
                       IF MSG-DESTINO-NOME NOT = "ANONIMIZADO LGPD"
                       AND (MSG-DESTINO-NOME NOT = SPACES
                            OR MSG-DESTINO-EMAIL NOT = SPACES)
                           PERFORM ROT-ANONIMIZA-MENSAGEM
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ANONIMIZA-MENSAGEM.
           MOVE "ANONIMIZADO LGPD" TO MSG-DESTINO-NOME.
           MOVE SPACES TO MSG-DESTINO-EMAIL.
           REWRITE REG-MENSAGEM.
           IF COD-ERRO-MSG = "00"
               ADD 1 TO WS-QTD-MSG-CLI
               ADD 1 TO WS-TOT-MENSAGENS
           ELSE
               ADD 1 TO WS-TOT-ERROS
               MOVE MSG-COD-CLIENTE TO DET-CODIGO
               MOVE SPACES TO DET-DATA-ALT
               MOVE MSG-SEQUENCIA TO DET-QTD
               MOVE "erro ao regravar a mensagem" TO DET-OBS
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

      *    Propostas nao tem chave pelo cliente: le o arquivo todo
      *    atras da proposta ganha que foi convertida no cliente.
      *    Proposta aberta ou perdida e de prospect, nao do
      *    cliente, e fica para a anonimizacao a pedido.
       ROT-ANONIMIZA-PROPOSTAS.
           MOVE "N" TO WS-FIM-PRP.
           MOVE ZEROS TO PRP-NUMERO.
           START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-PRP
           END-START.
           PERFORM UNTIL WS-FIM-PRP = "S"
               READ ARQ-PROPOSTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PRP
                   NOT AT END
                       IF PROPOSTA-GANHA
                       AND PRP-COD-CLIENTE = CodCliente IN REG-ARQUIVO
                       AND PRP-CTT-NOME NOT = "ANONIMIZADO LGPD"
                           PERFORM ROT-ANONIMIZA-PROPOSTA
                       END-IF
               END-READ
           END-PERFORM.

       ROT-ANONIMIZA-PROPOSTA.
           MOVE "ANONIMIZADO LGPD" TO PRP-CTT-NOME.
           MOVE SPACES TO PRP-CTT-FONE PRP-CTT-EMAIL.
           REWRITE REG-PROPOSTA.
           IF COD-ERRO-PRP = "00"
               ADD 1 TO WS-QTD-PRP-CLI
               ADD 1 TO WS-TOT-PROPOSTAS
           ELSE
               ADD 1 TO WS-TOT-ERROS
               MOVE PRP-NUMERO TO DET-CODIGO
               MOVE SPACES TO DET-DATA-ALT
               MOVE ZEROS TO DET-QTD
               MOVE "erro ao regravar a proposta" TO DET-OBS
               WRITE LINHA-REL FROM LINHA-DETALHE
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
               MOVE "MESES-RETENCAO-LGPD" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAR-VALOR > 0 AND PAR-VALOR <= 999
                           MOVE PAR-VALOR TO WS-MESES-RETENCAO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
