                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-ACORDOS ASSIGN  TO CAM-IDX-ACORDOS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ACO-CHAVE
                       ALTERNATE RECORD KEY ACO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-ACORDOS ASSIGN  TO CAM-SEQ-ACORDOS
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-PARCACO ASSIGN  TO CAM-IDX-PARCACO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAC-CHAVE
                       ALTERNATE RECORD KEY PAC-NOSSO-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-PARCACO ASSIGN  TO CAM-SEQ-PARCACO
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-NOTASCRE ASSIGN  TO CAM-IDX-NOTASCRE
                       ORGANIZATION  INDEXED
                       RECORD  KEY  NTC-CHAVE
                       ALTERNATE RECORD KEY NTC-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-NOTASCRE ASSIGN  TO CAM-SEQ-NOTASCRE
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-ALIQUOTAS ASSIGN  TO CAM-IDX-ALIQUOTAS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ALQ-CODIGO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-ALIQUOTAS ASSIGN  TO CAM-SEQ-ALIQUOTAS
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-PERFTRIB ASSIGN  TO CAM-IDX-PERFTRIB
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PTR-COD-CLIENTE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-PERFTRIB ASSIGN  TO CAM-SEQ-PERFTRIB
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-CONTAMAP ASSIGN  TO CAM-IDX-CONTAMAP
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTM-EVENTO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-CONTAMAP ASSIGN  TO CAM-SEQ-CONTAMAP
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-LOTECTB ASSIGN  TO CAM-IDX-LOTECTB
                       ORGANIZATION  INDEXED
                       RECORD  KEY  LTC-COMPETENCIA
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-LOTECTB ASSIGN  TO CAM-SEQ-LOTECTB
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-OCORRENCIAS ASSIGN  TO CAM-IDX-OCORRENCIAS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OCO-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-OCORRENCIAS ASSIGN  TO CAM-SEQ-OCORRENCIAS
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-CATOCOR ASSIGN  TO CAM-IDX-CATOCOR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CTO-CODIGO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-CATOCOR ASSIGN  TO CAM-SEQ-CATOCOR
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-APROVACOES ASSIGN  TO CAM-IDX-APROVACOES
                       ORGANIZATION  INDEXED
                       RECORD  KEY  APR-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-APROVACOES ASSIGN  TO CAM-SEQ-APROVACOES
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-PROPOSTAS ASSIGN  TO CAM-IDX-PROPOSTAS
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PRP-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-PROPOSTAS ASSIGN  TO CAM-SEQ-PROPOSTAS
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-CONCILIA ASSIGN  TO CAM-IDX-CONCILIA
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CNC-MOV-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-CONCILIA ASSIGN  TO CAM-SEQ-CONCILIA
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-HISTVALOR ASSIGN  TO CAM-IDX-HISTVALOR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  HVC-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-HISTVALOR ASSIGN  TO CAM-SEQ-HISTVALOR
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-REAJUSTES ASSIGN  TO CAM-IDX-REAJUSTES
                       ORGANIZATION  INDEXED
                       RECORD  KEY  RJT-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-REAJUSTES ASSIGN  TO CAM-SEQ-REAJUSTES
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-MSGFILA ASSIGN  TO CAM-IDX-MSGFILA
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MSG-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-MSGFILA ASSIGN  TO CAM-SEQ-MSGFILA
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-PDDCLI ASSIGN  TO CAM-IDX-PDDCLI
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PDD-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-PDDCLI ASSIGN  TO CAM-SEQ-PDDCLI
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-MOTCANC ASSIGN  TO CAM-IDX-MOTCANC
                       ORGANIZATION  INDEXED
                       RECORD  KEY  MOT-CODIGO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-MOTCANC ASSIGN  TO CAM-SEQ-MOTCANC
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-CANCELAM ASSIGN  TO CAM-IDX-CANCELAM
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CAN-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-CANCELAM ASSIGN  TO CAM-SEQ-CANCELAM
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-CREDITO ASSIGN  TO CAM-IDX-CREDITO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CRD-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-CREDITO ASSIGN  TO CAM-SEQ-CREDITO
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

               SELECT  IDX-PAINEL ASSIGN  TO CAM-IDX-PAINEL
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PNL-CODIGO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-IDX.

               SELECT  SEQ-PAINEL ASSIGN  TO CAM-SEQ-PAINEL
                       ORGANIZATION  SEQUENTIAL
                       FILE  STATUS   COD-ERRO-SEQ.

       DATA            DIVISION.
       FILE        SECTION.
       FD          IDX-FATURAS
           COPY CATREL REPLACING ==REG-CATALOGO==
               BY ==SEQ-REG-CATALOGO==.

       FD          IDX-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO.

       FD          SEQ-ACORDOS
                   LABEL RECORD STANDARD.
           COPY ACORDO REPLACING ==REG-ACORDO==
               BY ==SEQ-REG-ACORDO==.

       FD          IDX-PARCACO
                   LABEL RECORD STANDARD.
           COPY PARCACO.

       FD          SEQ-PARCACO
                   LABEL RECORD STANDARD.
           COPY PARCACO REPLACING ==REG-PARCELA==
               BY ==SEQ-REG-PARCELA==.

       FD          IDX-NOTASCRE
                   LABEL RECORD STANDARD.
           COPY NOTCRE.

       FD          SEQ-NOTASCRE
                   LABEL RECORD STANDARD.
           COPY NOTCRE REPLACING ==REG-NOTACRED==
               BY ==SEQ-REG-NOTACRED==.

       FD          IDX-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG.

       FD          SEQ-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG REPLACING ==REG-ALIQUOTA==
               BY ==SEQ-REG-ALIQUOTA==.

       FD          IDX-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       FD          SEQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI REPLACING ==REG-PERFTRIB==
               BY ==SEQ-REG-PERFTRIB==.

       FD          IDX-CONTAMAP
                   LABEL RECORD STANDARD.
           COPY CTBMAP.

       FD          SEQ-CONTAMAP
                   LABEL RECORD STANDARD.
           COPY CTBMAP REPLACING ==REG-CONTAMAP==
               BY ==SEQ-REG-CONTAMAP==.

       FD          IDX-LOTECTB
                   LABEL RECORD STANDARD.
           COPY LOTCTB.

       FD          SEQ-LOTECTB
                   LABEL RECORD STANDARD.
           COPY LOTCTB REPLACING ==REG-LOTECTB==
               BY ==SEQ-REG-LOTECTB==.

       FD          IDX-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI.

       FD          SEQ-OCORRENCIAS
                   LABEL RECORD STANDARD.
           COPY OCOCLI REPLACING ==REG-OCORRENCIA==
               BY ==SEQ-REG-OCORRENCIA==.

       FD          IDX-CATOCOR
                   LABEL RECORD STANDARD.
           COPY CATOCO.

       FD          SEQ-CATOCOR
                   LABEL RECORD STANDARD.
           COPY CATOCO REPLACING ==REG-CATOCOR==
               BY ==SEQ-REG-CATOCOR==.

       FD          IDX-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG.

       FD          SEQ-APROVACOES
                   LABEL RECORD STANDARD.
           COPY APRREG REPLACING ==REG-APROVACAO==
               BY ==SEQ-REG-APROVACAO==.

       FD          IDX-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG.

       FD          SEQ-PROPOSTAS
                   LABEL RECORD STANDARD.
           COPY PROPREG REPLACING ==REG-PROPOSTA==
               BY ==SEQ-REG-PROPOSTA==.

       FD          IDX-CONCILIA
                   LABEL RECORD STANDARD.
           COPY CONCREG.

       FD          SEQ-CONCILIA
                   LABEL RECORD STANDARD.
           COPY CONCREG REPLACING ==REG-CONCILIA==
               BY ==SEQ-REG-CONCILIA==.

       FD          IDX-HISTVALOR
                   LABEL RECORD STANDARD.
           COPY HISTVC.

       FD          SEQ-HISTVALOR
                   LABEL RECORD STANDARD.
           COPY HISTVC REPLACING ==REG-HISTVALOR==
               BY ==SEQ-REG-HISTVALOR==.

       FD          IDX-REAJUSTES
                   LABEL RECORD STANDARD.
           COPY REAJREG.

       FD          SEQ-REAJUSTES
                   LABEL RECORD STANDARD.
           COPY REAJREG REPLACING ==REG-REAJUSTE==
               BY ==SEQ-REG-REAJUSTE==.

       FD          IDX-MSGFILA
                   LABEL RECORD STANDARD.
           COPY MSGFILA.

       FD          SEQ-MSGFILA
                   LABEL RECORD STANDARD.
           COPY MSGFILA REPLACING ==REG-MENSAGEM==
               BY ==SEQ-REG-MENSAGEM==.

       FD          IDX-PDDCLI
                   LABEL RECORD STANDARD.
           COPY PDDREG.

       FD          SEQ-PDDCLI
                   LABEL RECORD STANDARD.
           COPY PDDREG REPLACING ==REG-PDD==
               BY ==SEQ-REG-PDD==.

       FD          IDX-MOTCANC
                   LABEL RECORD STANDARD.
           COPY MOTCAN.

       FD          SEQ-MOTCANC
                   LABEL RECORD STANDARD.
           COPY MOTCAN REPLACING ==REG-MOTIVO==
               BY ==SEQ-REG-MOTIVO==.

       FD          IDX-CANCELAM
                   LABEL RECORD STANDARD.
           COPY CANCLI.

       FD          SEQ-CANCELAM
                   LABEL RECORD STANDARD.
           COPY CANCLI REPLACING ==REG-CANCELAMENTO==
               BY ==SEQ-REG-CANCELAMENTO==.

       FD          IDX-CREDITO
                   LABEL RECORD STANDARD.
           COPY CREDREG.

       FD          SEQ-CREDITO
                   LABEL RECORD STANDARD.
           COPY CREDREG REPLACING ==REG-CREDITO==
               BY ==SEQ-REG-CREDITO==.

       FD          IDX-PAINEL
                   LABEL RECORD STANDARD.
           COPY PNLREG.

       FD          SEQ-PAINEL
                   LABEL RECORD STANDARD.
           COPY PNLREG REPLACING ==REG-PAINEL==
               BY ==SEQ-REG-PAINEL==.

       WORKING-STORAGE SECTION.

       77      COD-ERRO-IDX   PIC XX      VALUE SPACES.
       77      WS-ESCOLHA     PIC 9(2)    VALUE ZEROS.
       77      WS-DATA-ESCOLHA PIC 9(8)   VALUE ZEROS.
       77      WS-RESPOSTA    PIC X       VALUE SPACE.
       77      WS-NOME-ARQ    PIC X(12)   VALUE SPACES.

       77      CAM-IDX-FATURAS PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      CAM-IDX-CATALOGO PIC X(100)
                       VALUE "C:\TEMP\CATALOGO.DAT".
       77      CAM-SEQ-CATALOGO PIC X(100) VALUE SPACES.
       77      CAM-IDX-ACORDOS PIC X(100)
                       VALUE "C:\TEMP\ACORDOS.DAT".
       77      CAM-SEQ-ACORDOS PIC X(100) VALUE SPACES.
       77      CAM-IDX-PARCACO PIC X(100)
                       VALUE "C:\TEMP\PARCACO.DAT".
       77      CAM-SEQ-PARCACO PIC X(100) VALUE SPACES.
       77      CAM-IDX-NOTASCRE PIC X(100)
                       VALUE "C:\TEMP\NOTASCRE.DAT".
       77      CAM-SEQ-NOTASCRE PIC X(100) VALUE SPACES.
       77      CAM-IDX-ALIQUOTAS PIC X(100)
                       VALUE "C:\TEMP\ALIQUOTAS.DAT".
       77      CAM-SEQ-ALIQUOTAS PIC X(100) VALUE SPACES.
       77      CAM-IDX-PERFTRIB PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".
       77      CAM-SEQ-PERFTRIB PIC X(100) VALUE SPACES.
       77      CAM-IDX-CONTAMAP PIC X(100)
                       VALUE "C:\TEMP\CONTAMAP.DAT".
       77      CAM-SEQ-CONTAMAP PIC X(100) VALUE SPACES.
       77      CAM-IDX-LOTECTB PIC X(100)
                       VALUE "C:\TEMP\LOTECTB.DAT".
       77      CAM-SEQ-LOTECTB PIC X(100) VALUE SPACES.
       77      CAM-IDX-OCORRENCIAS PIC X(100)
                       VALUE "C:\TEMP\OCORRENCIAS.DAT".
       77      CAM-SEQ-OCORRENCIAS PIC X(100) VALUE SPACES.
       77      CAM-IDX-CATOCOR PIC X(100)
                       VALUE "C:\TEMP\CATOCOR.DAT".
       77      CAM-SEQ-CATOCOR PIC X(100) VALUE SPACES.
       77      CAM-IDX-APROVACOES PIC X(100)
                       VALUE "C:\TEMP\APROVACOES.DAT".
       77      CAM-SEQ-APROVACOES PIC X(100) VALUE SPACES.
       77      CAM-IDX-PROPOSTAS PIC X(100)
                       VALUE "C:\TEMP\PROPOSTAS.DAT".
       77      CAM-SEQ-PROPOSTAS PIC X(100) VALUE SPACES.
       77      CAM-IDX-CONCILIA PIC X(100)
                       VALUE "C:\TEMP\CONCILIA.DAT".
       77      CAM-SEQ-CONCILIA PIC X(100) VALUE SPACES.
       77      CAM-IDX-HISTVALOR PIC X(100)
                       VALUE "C:\TEMP\HISTVALOR.DAT".
       77      CAM-SEQ-HISTVALOR PIC X(100) VALUE SPACES.
       77      CAM-IDX-REAJUSTES PIC X(100)
                       VALUE "C:\TEMP\REAJUSTES.DAT".
       77      CAM-SEQ-REAJUSTES PIC X(100) VALUE SPACES.
       77      CAM-IDX-MSGFILA PIC X(100)
                       VALUE "C:\TEMP\MSGFILA.DAT".
       77      CAM-SEQ-MSGFILA PIC X(100) VALUE SPACES.
       77      CAM-IDX-PDDCLI PIC X(100)
                       VALUE "C:\TEMP\PDDCLI.DAT".
       77      CAM-SEQ-PDDCLI PIC X(100) VALUE SPACES.
       77      CAM-IDX-MOTCANC PIC X(100)
                       VALUE "C:\TEMP\MOTCANC.DAT".
       77      CAM-SEQ-MOTCANC PIC X(100) VALUE SPACES.
       77      CAM-IDX-CANCELAM PIC X(100)
                       VALUE "C:\TEMP\CANCELAM.DAT".
       77      CAM-SEQ-CANCELAM PIC X(100) VALUE SPACES.
       77      CAM-IDX-CREDITO PIC X(100)
                       VALUE "C:\TEMP\CREDITO.DAT".
       77      CAM-SEQ-CREDITO PIC X(100) VALUE SPACES.
       77      CAM-IDX-PAINEL PIC X(100)
                       VALUE "C:\TEMP\PAINEL.DAT".
       77      CAM-SEQ-PAINEL PIC X(100) VALUE SPACES.

       01      NOME-SEQ-FATURAS.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\CATALOGO_".
           02 SDT-CAT-11      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-ACORDOS.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\ACORDOS_".
           02 SDT-ACO-12      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-PARCACO.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\PARCACO_".
           02 SDT-PAC-13      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-NOTASCRE.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\NOTASCRE_".
           02 SDT-NTC-14      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-ALIQUOTAS.
           02 FILLER          PIC X(18)
                               VALUE "C:\TEMP\ALIQUOTAS_".
           02 SDT-ALQ-15      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-PERFTRIB.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\PERFTRIB_".
           02 SDT-PTR-16      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-CONTAMAP.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONTAMAP_".
           02 SDT-CTM-17      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-LOTECTB.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\LOTECTB_".
           02 SDT-LTC-18      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-OCORRENCIAS.
           02 FILLER          PIC X(20)
                               VALUE "C:\TEMP\OCORRENCIAS_".
           02 SDT-OCO-19      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-CATOCOR.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\CATOCOR_".
           02 SDT-CTO-20      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-APROVACOES.
           02 FILLER          PIC X(19)
                               VALUE "C:\TEMP\APROVACOES_".
           02 SDT-APR-21      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-PROPOSTAS.
           02 FILLER          PIC X(18)
                               VALUE "C:\TEMP\PROPOSTAS_".
           02 SDT-PRP-22      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-CONCILIA.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CONCILIA_".
           02 SDT-CNC-23      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-HISTVALOR.
           02 FILLER          PIC X(18)
                               VALUE "C:\TEMP\HISTVALOR_".
           02 SDT-HVC-24      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-REAJUSTES.
           02 FILLER          PIC X(18)
                               VALUE "C:\TEMP\REAJUSTES_".
           02 SDT-RJT-25      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-MSGFILA.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\MSGFILA_".
           02 SDT-MSG-26      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-PDDCLI.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\PDDCLI_".
           02 SDT-PDD-27      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-MOTCANC.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\MOTCANC_".
           02 SDT-MOT-28      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-CANCELAM.
           02 FILLER          PIC X(17)
                               VALUE "C:\TEMP\CANCELAM_".
           02 SDT-CAN-29      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-CREDITO.
           02 FILLER          PIC X(16)
                               VALUE "C:\TEMP\CREDITO_".
           02 SDT-CRD-30      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".
       01      NOME-SEQ-PAINEL.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\PAINEL_".
           02 SDT-PNL-31      PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".SEQ".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ROT-LE-CAMINHOS.

           DISPLAY "Recarga de arquivo indexado a partir de uma".
           DISPLAY "copia sequencial datada gerada por ARQSAVE.".

           PERFORM ROT-ESCOLHE-ARQUIVO
               UNTIL WS-ESCOLHA = 99.
           DISPLAY "Recarga encerrada.".
           GOBACK.

       ROT-ESCOLHE-ARQUIVO.
           DISPLAY " ".
           DISPLAY "Arquivos disponiveis:".
           DISPLAY "  ( 1) FATURAS".
           DISPLAY "  ( 2) CONTATOS".
           DISPLAY "  ( 3) OPERADORES".
           DISPLAY "  ( 4) VENDEDORES".
           DISPLAY "  ( 5) PARAMS".
           DISPLAY "  ( 6) CEPTAB".
           DISPLAY "  ( 7) MOVPAGTO".
           DISPLAY "  ( 8) ITENSSERV".
           DISPLAY "  ( 9) FECHMES".
           DISPLAY "  (10) FERIADOS".
           DISPLAY "  (11) CATALOGO".
           DISPLAY "  (12) ACORDOS".
           DISPLAY "  (13) PARCACO".
           DISPLAY "  (14) NOTASCRE".
           DISPLAY "  (15) ALIQUOTAS".
           DISPLAY "  (16) PERFTRIB".
           DISPLAY "  (17) CONTAMAP".
           DISPLAY "  (18) LOTECTB".
           DISPLAY "  (19) OCORRENCIAS".
           DISPLAY "  (20) CATOCOR".
           DISPLAY "  (21) APROVACOES".
           DISPLAY "  (22) PROPOSTAS".
           DISPLAY "  (23) CONCILIA".
           DISPLAY "  (24) HISTVALOR".
           DISPLAY "  (25) REAJUSTES".
           DISPLAY "  (26) MSGFILA".
           DISPLAY "  (27) PDDCLI".
           DISPLAY "  (28) MOTCANC".
           DISPLAY "  (29) CANCELAM".
           DISPLAY "  (30) CREDITO".
           DISPLAY "  (31) PAINEL".
           DISPLAY "Numero do arquivo (0 sai): " WITH NO ADVANCING.
           ACCEPT WS-ESCOLHA.
           IF WS-ESCOLHA = 0
               MOVE 99 TO WS-ESCOLHA
           ELSE
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > 31
               DISPLAY "Escolha entre 1 e 31."
           ELSE
               PERFORM ROT-PEDE-GERACAO
           END-IF
           END-IF.

       ROT-PEDE-GERACAO.
           DISPLAY "Data da copia (AAAAMMDD): " WITH NO ADVANCING.
                   PERFORM ROT-CARREGA-FERIADOS
               WHEN 11
                   PERFORM ROT-CARREGA-CATALOGO
               WHEN 12
                   PERFORM ROT-CARREGA-ACORDOS
               WHEN 13
                   PERFORM ROT-CARREGA-PARCACO
               WHEN 14
                   PERFORM ROT-CARREGA-NOTASCRE
               WHEN 15
                   PERFORM ROT-CARREGA-ALIQUOTAS
               WHEN 16
                   PERFORM ROT-CARREGA-PERFTRIB
               WHEN 17
                   PERFORM ROT-CARREGA-CONTAMAP
               WHEN 18
                   PERFORM ROT-CARREGA-LOTECTB
               WHEN 19
                   PERFORM ROT-CARREGA-OCORRENCIAS
               WHEN 20
                   PERFORM ROT-CARREGA-CATOCOR
               WHEN 21
                   PERFORM ROT-CARREGA-APROVACOES
               WHEN 22
                   PERFORM ROT-CARREGA-PROPOSTAS
               WHEN 23
                   PERFORM ROT-CARREGA-CONCILIA
               WHEN 24
                   PERFORM ROT-CARREGA-HISTVALOR
               WHEN 25
                   PERFORM ROT-CARREGA-REAJUSTES
               WHEN 26
                   PERFORM ROT-CARREGA-MSGFILA
               WHEN 27
                   PERFORM ROT-CARREGA-PDDCLI
               WHEN 28
                   PERFORM ROT-CARREGA-MOTCANC
               WHEN 29
                   PERFORM ROT-CARREGA-CANCELAM
               WHEN 30
                   PERFORM ROT-CARREGA-CREDITO
               WHEN 31
                   PERFORM ROT-CARREGA-PAINEL
           END-EVALUATE.

       ROT-MOSTRA-RESULTADO.
           IF CAM-IDX-MOVPAGTO = SPACES
               MOVE "C:\TEMP\MOVPAGTO.DAT" TO CAM-IDX-MOVPAGTO
           END-IF.
           ACCEPT CAM-IDX-ITENSSERV FROM ENVIRONMENT "ITENSSERV_PATH".
           IF CAM-IDX-ITENSSERV = SPACES
               MOVE "C:\TEMP\ITENSSERV.DAT" TO CAM-IDX-ITENSSERV
           END-IF.
           ACCEPT CAM-IDX-FECHMES FROM ENVIRONMENT "FECHMES_PATH".
           IF CAM-IDX-FECHMES = SPACES
               MOVE "C:\TEMP\FECHMES.DAT" TO CAM-IDX-FECHMES
           END-IF.
           ACCEPT CAM-IDX-FERIADOS FROM ENVIRONMENT "FERIADOS_PATH".
           IF CAM-IDX-FERIADOS = SPACES
               MOVE "C:\TEMP\FERIADOS.DAT" TO CAM-IDX-FERIADOS
           END-IF.
           ACCEPT CAM-IDX-CATALOGO FROM ENVIRONMENT "CATALOGO_PATH".
           IF CAM-IDX-CATALOGO = SPACES
               MOVE "C:\TEMP\CATALOGO.DAT" TO CAM-IDX-CATALOGO
           END-IF.
           ACCEPT CAM-IDX-ACORDOS FROM ENVIRONMENT "ACORDOS_PATH".
           IF CAM-IDX-ACORDOS = SPACES
               MOVE "C:\TEMP\ACORDOS.DAT" TO CAM-IDX-ACORDOS
           END-IF.
           ACCEPT CAM-IDX-PARCACO FROM ENVIRONMENT "PARCACO_PATH".
           IF CAM-IDX-PARCACO = SPACES
               MOVE "C:\TEMP\PARCACO.DAT" TO CAM-IDX-PARCACO
           END-IF.
           ACCEPT CAM-IDX-NOTASCRE FROM ENVIRONMENT "NOTASCRE_PATH".
           IF CAM-IDX-NOTASCRE = SPACES
               MOVE "C:\TEMP\NOTASCRE.DAT" TO CAM-IDX-NOTASCRE
           END-IF.
           ACCEPT CAM-IDX-ALIQUOTAS FROM ENVIRONMENT "ALIQUOTAS_PATH".
           IF CAM-IDX-ALIQUOTAS = SPACES
               MOVE "C:\TEMP\ALIQUOTAS.DAT" TO CAM-IDX-ALIQUOTAS
           END-IF.
           ACCEPT CAM-IDX-PERFTRIB FROM ENVIRONMENT "PERFTRIB_PATH".
           IF CAM-IDX-PERFTRIB = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO CAM-IDX-PERFTRIB
           END-IF.
           ACCEPT CAM-IDX-CONTAMAP FROM ENVIRONMENT "CONTAMAP_PATH".
           IF CAM-IDX-CONTAMAP = SPACES
               MOVE "C:\TEMP\CONTAMAP.DAT" TO CAM-IDX-CONTAMAP
           END-IF.
           ACCEPT CAM-IDX-LOTECTB FROM ENVIRONMENT "LOTECTB_PATH".
           IF CAM-IDX-LOTECTB = SPACES
               MOVE "C:\TEMP\LOTECTB.DAT" TO CAM-IDX-LOTECTB
           END-IF.
           ACCEPT CAM-IDX-OCORRENCIAS
               FROM ENVIRONMENT "OCORRENCIAS_PATH".
           IF CAM-IDX-OCORRENCIAS = SPACES
               MOVE "C:\TEMP\OCORRENCIAS.DAT" TO CAM-IDX-OCORRENCIAS
           END-IF.
           ACCEPT CAM-IDX-CATOCOR FROM ENVIRONMENT "CATOCOR_PATH".
           IF CAM-IDX-CATOCOR = SPACES
               MOVE "C:\TEMP\CATOCOR.DAT" TO CAM-IDX-CATOCOR
           END-IF.
           ACCEPT CAM-IDX-APROVACOES FROM ENVIRONMENT "APROVACOES_PATH".
           IF CAM-IDX-APROVACOES = SPACES
               MOVE "C:\TEMP\APROVACOES.DAT" TO CAM-IDX-APROVACOES
           END-IF.
           ACCEPT CAM-IDX-PROPOSTAS FROM ENVIRONMENT "PROPOSTAS_PATH".
           IF CAM-IDX-PROPOSTAS = SPACES
               MOVE "C:\TEMP\PROPOSTAS.DAT" TO CAM-IDX-PROPOSTAS
           END-IF.
           ACCEPT CAM-IDX-CONCILIA FROM ENVIRONMENT "CONCILIA_PATH".
           IF CAM-IDX-CONCILIA = SPACES
               MOVE "C:\TEMP\CONCILIA.DAT" TO CAM-IDX-CONCILIA
           END-IF.
           ACCEPT CAM-IDX-HISTVALOR FROM ENVIRONMENT "HISTVALOR_PATH".
           IF CAM-IDX-HISTVALOR = SPACES
               MOVE "C:\TEMP\HISTVALOR.DAT" TO CAM-IDX-HISTVALOR
           END-IF.
           ACCEPT CAM-IDX-REAJUSTES FROM ENVIRONMENT "REAJUSTES_PATH".
           IF CAM-IDX-REAJUSTES = SPACES
               MOVE "C:\TEMP\REAJUSTES.DAT" TO CAM-IDX-REAJUSTES
           END-IF.
           ACCEPT CAM-IDX-MSGFILA FROM ENVIRONMENT "MSGFILA_PATH".
           IF CAM-IDX-MSGFILA = SPACES
               MOVE "C:\TEMP\MSGFILA.DAT" TO CAM-IDX-MSGFILA
           END-IF.
           ACCEPT CAM-IDX-PDDCLI FROM ENVIRONMENT "PDDCLI_PATH".
           IF CAM-IDX-PDDCLI = SPACES
               MOVE "C:\TEMP\PDDCLI.DAT" TO CAM-IDX-PDDCLI
           END-IF.
           ACCEPT CAM-IDX-MOTCANC FROM ENVIRONMENT "MOTCANC_PATH".
           IF CAM-IDX-MOTCANC = SPACES
               MOVE "C:\TEMP\MOTCANC.DAT" TO CAM-IDX-MOTCANC
           END-IF.
           ACCEPT CAM-IDX-CANCELAM FROM ENVIRONMENT "CANCELAM_PATH".
           IF CAM-IDX-CANCELAM = SPACES
               MOVE "C:\TEMP\CANCELAM.DAT" TO CAM-IDX-CANCELAM
           END-IF.
           ACCEPT CAM-IDX-CREDITO FROM ENVIRONMENT "CREDITO_PATH".
           IF CAM-IDX-CREDITO = SPACES
               MOVE "C:\TEMP\CREDITO.DAT" TO CAM-IDX-CREDITO
           END-IF.
           ACCEPT CAM-IDX-PAINEL FROM ENVIRONMENT "PAINEL_PATH".
           IF CAM-IDX-PAINEL = SPACES
               MOVE "C:\TEMP\PAINEL.DAT" TO CAM-IDX-PAINEL
           END-IF.

       ROT-CARREGA-FATURAS.
           MOVE "FATURAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-FAT-01.
           MOVE NOME-SEQ-FATURAS TO CAM-SEQ-FATURAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-FATURAS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-FATURAS
           ELSE
               OPEN OUTPUT IDX-FATURAS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-FATURAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-FATURAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-FATURA TO REG-FATURA
                               WRITE REG-FATURA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-FATURAS
                   CLOSE IDX-FATURAS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CONTATOS.
           MOVE "CONTATOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CON-02.
           MOVE NOME-SEQ-CONTATOS TO CAM-SEQ-CONTATOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CONTATOS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CONTATOS
           ELSE
               OPEN OUTPUT IDX-CONTATOS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CONTATOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CONTATOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CONTATO TO REG-CONTATO
                               WRITE REG-CONTATO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CONTATOS
                   CLOSE IDX-CONTATOS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-OPERADORES.
           MOVE "OPERADORES" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-OPE-03.
           MOVE NOME-SEQ-OPERADORES TO CAM-SEQ-OPERADORES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-OPERADORES.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-OPERADORES
           ELSE
               OPEN OUTPUT IDX-OPERADORES
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-OPERADORES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-OPERADORES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-OPERADOR TO REG-OPERADOR
                               WRITE REG-OPERADOR
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-OPERADORES
                   CLOSE IDX-OPERADORES
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-VENDEDORES.
           MOVE "VENDEDORES" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-VEN-04.
           MOVE NOME-SEQ-VENDEDORES TO CAM-SEQ-VENDEDORES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-VENDEDORES.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-VENDEDORES
           ELSE
               OPEN OUTPUT IDX-VENDEDORES
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-VENDEDORES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-VENDEDORES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-VENDEDOR TO REG-VENDEDOR
                               WRITE REG-VENDEDOR
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-VENDEDORES
                   CLOSE IDX-VENDEDORES
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PARAMS.
           MOVE "PARAMS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PAR-05.
           MOVE NOME-SEQ-PARAMS TO CAM-SEQ-PARAMS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PARAMS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PARAMS
           ELSE
               OPEN OUTPUT IDX-PARAMS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PARAMS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PARAMS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PARAMETRO TO REG-PARAMETRO
                               WRITE REG-PARAMETRO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PARAMS
                   CLOSE IDX-PARAMS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CEPTAB.
           MOVE "CEPTAB" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CEP-06.
           MOVE NOME-SEQ-CEPTAB TO CAM-SEQ-CEPTAB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CEPTAB.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CEPTAB
           ELSE
               OPEN OUTPUT IDX-CEPTAB
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CEPTAB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CEPTAB
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CEPTAB TO REG-CEPTAB
                               WRITE REG-CEPTAB
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CEPTAB
                   CLOSE IDX-CEPTAB
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-MOVPAGTO.
           MOVE "MOVPAGTO" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-MOV-07.
           MOVE NOME-SEQ-MOVPAGTO TO CAM-SEQ-MOVPAGTO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-MOVPAGTO.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-MOVPAGTO
           ELSE
               OPEN OUTPUT IDX-MOVPAGTO
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-MOVPAGTO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-MOVPAGTO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-MOVPAG TO REG-MOVPAG
                               WRITE REG-MOVPAG
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-MOVPAGTO
                   CLOSE IDX-MOVPAGTO
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-ITENSSERV.
           MOVE "ITENSSERV" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-ITE-08.
           MOVE NOME-SEQ-ITENSSERV TO CAM-SEQ-ITENSSERV.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-ITENSSERV.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-ITENSSERV
           ELSE
               OPEN OUTPUT IDX-ITENSSERV
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-ITENSSERV
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-ITENSSERV
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-ITEMSERV TO REG-ITEMSERV
                               WRITE REG-ITEMSERV
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-ITENSSERV
                   CLOSE IDX-ITENSSERV
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-FECHMES.
           MOVE "FECHMES" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-FEC-09.
           MOVE NOME-SEQ-FECHMES TO CAM-SEQ-FECHMES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-FECHMES.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-FECHMES
           ELSE
               OPEN OUTPUT IDX-FECHMES
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-FECHMES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-FECHMES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-FECHMES TO REG-FECHMES
                               WRITE REG-FECHMES
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-FECHMES
                   CLOSE IDX-FECHMES
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-FERIADOS.
           MOVE "FERIADOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-FER-10.
           MOVE NOME-SEQ-FERIADOS TO CAM-SEQ-FERIADOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-FERIADOS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-FERIADOS
           ELSE
               OPEN OUTPUT IDX-FERIADOS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-FERIADOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-FERIADOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-FERIADO TO REG-FERIADO
                               WRITE REG-FERIADO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-FERIADOS
                   CLOSE IDX-FERIADOS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CATALOGO.
           MOVE "CATALOGO" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CAT-11.
           MOVE NOME-SEQ-CATALOGO TO CAM-SEQ-CATALOGO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CATALOGO.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CATALOGO
           ELSE
               OPEN OUTPUT IDX-CATALOGO
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CATALOGO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CATALOGO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CATALOGO TO REG-CATALOGO
                               WRITE REG-CATALOGO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CATALOGO
                   CLOSE IDX-CATALOGO
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-ACORDOS.
           MOVE "ACORDOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-ACO-12.
           MOVE NOME-SEQ-ACORDOS TO CAM-SEQ-ACORDOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-ACORDOS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-ACORDOS
           ELSE
               OPEN OUTPUT IDX-ACORDOS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-ACORDOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-ACORDOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-ACORDO TO REG-ACORDO
                               WRITE REG-ACORDO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-ACORDOS
                   CLOSE IDX-ACORDOS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PARCACO.
           MOVE "PARCACO" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PAC-13.
           MOVE NOME-SEQ-PARCACO TO CAM-SEQ-PARCACO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PARCACO.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PARCACO
           ELSE
               OPEN OUTPUT IDX-PARCACO
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PARCACO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PARCACO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PARCELA TO REG-PARCELA
                               WRITE REG-PARCELA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PARCACO
                   CLOSE IDX-PARCACO
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-NOTASCRE.
           MOVE "NOTASCRE" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-NTC-14.
           MOVE NOME-SEQ-NOTASCRE TO CAM-SEQ-NOTASCRE.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-NOTASCRE.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-NOTASCRE
           ELSE
               OPEN OUTPUT IDX-NOTASCRE
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-NOTASCRE
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-NOTASCRE
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-NOTACRED TO REG-NOTACRED
                               WRITE REG-NOTACRED
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-NOTASCRE
                   CLOSE IDX-NOTASCRE
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-ALIQUOTAS.
           MOVE "ALIQUOTAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-ALQ-15.
           MOVE NOME-SEQ-ALIQUOTAS TO CAM-SEQ-ALIQUOTAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-ALIQUOTAS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-ALIQUOTAS
           ELSE
               OPEN OUTPUT IDX-ALIQUOTAS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-ALIQUOTAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-ALIQUOTAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-ALIQUOTA TO REG-ALIQUOTA
                               WRITE REG-ALIQUOTA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-ALIQUOTAS
                   CLOSE IDX-ALIQUOTAS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PERFTRIB.
           MOVE "PERFTRIB" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PTR-16.
           MOVE NOME-SEQ-PERFTRIB TO CAM-SEQ-PERFTRIB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PERFTRIB.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PERFTRIB
           ELSE
               OPEN OUTPUT IDX-PERFTRIB
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PERFTRIB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PERFTRIB
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PERFTRIB TO REG-PERFTRIB
                               WRITE REG-PERFTRIB
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PERFTRIB
                   CLOSE IDX-PERFTRIB
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CONTAMAP.
           MOVE "CONTAMAP" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CTM-17.
           MOVE NOME-SEQ-CONTAMAP TO CAM-SEQ-CONTAMAP.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CONTAMAP.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CONTAMAP
           ELSE
               OPEN OUTPUT IDX-CONTAMAP
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CONTAMAP
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CONTAMAP
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CONTAMAP TO REG-CONTAMAP
                               WRITE REG-CONTAMAP
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CONTAMAP
                   CLOSE IDX-CONTAMAP
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-LOTECTB.
           MOVE "LOTECTB" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-LTC-18.
           MOVE NOME-SEQ-LOTECTB TO CAM-SEQ-LOTECTB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-LOTECTB.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-LOTECTB
           ELSE
               OPEN OUTPUT IDX-LOTECTB
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-LOTECTB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-LOTECTB
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-LOTECTB TO REG-LOTECTB
                               WRITE REG-LOTECTB
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-LOTECTB
                   CLOSE IDX-LOTECTB
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-OCORRENCIAS.
           MOVE "OCORRENCIAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-OCO-19.
           MOVE NOME-SEQ-OCORRENCIAS TO CAM-SEQ-OCORRENCIAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-OCORRENCIAS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-OCORRENCIAS
           ELSE
               OPEN OUTPUT IDX-OCORRENCIAS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-OCORRENCIAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-OCORRENCIAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-OCORRENCIA TO REG-OCORRENCIA
                               WRITE REG-OCORRENCIA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-OCORRENCIAS
                   CLOSE IDX-OCORRENCIAS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CATOCOR.
           MOVE "CATOCOR" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CTO-20.
           MOVE NOME-SEQ-CATOCOR TO CAM-SEQ-CATOCOR.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CATOCOR.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CATOCOR
           ELSE
               OPEN OUTPUT IDX-CATOCOR
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CATOCOR
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CATOCOR
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CATOCOR TO REG-CATOCOR
                               WRITE REG-CATOCOR
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                                   MOVE "S" TO WS-FIM-ARQ
                               ELSE
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CATOCOR
                   CLOSE IDX-CATOCOR
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-APROVACOES.
           MOVE "APROVACOES" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-APR-21.
           MOVE NOME-SEQ-APROVACOES TO CAM-SEQ-APROVACOES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-APROVACOES.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-APROVACOES
           ELSE
               OPEN OUTPUT IDX-APROVACOES
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-APROVACOES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-APROVACOES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-APROVACAO TO REG-APROVACAO
                               WRITE REG-APROVACAO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-APROVACOES
                   CLOSE IDX-APROVACOES
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PROPOSTAS.
           MOVE "PROPOSTAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PRP-22.
           MOVE NOME-SEQ-PROPOSTAS TO CAM-SEQ-PROPOSTAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PROPOSTAS.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PROPOSTAS
           ELSE
               OPEN OUTPUT IDX-PROPOSTAS
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PROPOSTAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PROPOSTAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PROPOSTA TO REG-PROPOSTA
                               WRITE REG-PROPOSTA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PROPOSTAS
                   CLOSE IDX-PROPOSTAS
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CONCILIA.
           MOVE "CONCILIA" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CNC-23.
           MOVE NOME-SEQ-CONCILIA TO CAM-SEQ-CONCILIA.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CONCILIA.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CONCILIA
           ELSE
               OPEN OUTPUT IDX-CONCILIA
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CONCILIA
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CONCILIA
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CONCILIA TO REG-CONCILIA
                               WRITE REG-CONCILIA
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CONCILIA
                   CLOSE IDX-CONCILIA
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-HISTVALOR.
           MOVE "HISTVALOR" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-HVC-24.
           MOVE NOME-SEQ-HISTVALOR TO CAM-SEQ-HISTVALOR.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-HISTVALOR.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-HISTVALOR
           ELSE
               OPEN OUTPUT IDX-HISTVALOR
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-HISTVALOR
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-HISTVALOR
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-HISTVALOR TO REG-HISTVALOR
                               WRITE REG-HISTVALOR
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-HISTVALOR
                   CLOSE IDX-HISTVALOR
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-REAJUSTES.
           MOVE "REAJUSTES" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-RJT-25.
           MOVE NOME-SEQ-REAJUSTES TO CAM-SEQ-REAJUSTES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-REAJUSTES.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-REAJUSTES
           ELSE
               OPEN OUTPUT IDX-REAJUSTES
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-REAJUSTES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-REAJUSTES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-REAJUSTE TO REG-REAJUSTE
                               WRITE REG-REAJUSTE
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-REAJUSTES
                   CLOSE IDX-REAJUSTES
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-MSGFILA.
           MOVE "MSGFILA" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-MSG-26.
           MOVE NOME-SEQ-MSGFILA TO CAM-SEQ-MSGFILA.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-MSGFILA.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-MSGFILA
           ELSE
               OPEN OUTPUT IDX-MSGFILA
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-MSGFILA
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-MSGFILA
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-MENSAGEM TO REG-MENSAGEM
                               WRITE REG-MENSAGEM
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-MSGFILA
                   CLOSE IDX-MSGFILA
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PDDCLI.
           MOVE "PDDCLI" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PDD-27.
           MOVE NOME-SEQ-PDDCLI TO CAM-SEQ-PDDCLI.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PDDCLI.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PDDCLI
           ELSE
               OPEN OUTPUT IDX-PDDCLI
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PDDCLI
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PDDCLI
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PDD TO REG-PDD
                               WRITE REG-PDD
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PDDCLI
                   CLOSE IDX-PDDCLI
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-MOTCANC.
           MOVE "MOTCANC" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-MOT-28.
           MOVE NOME-SEQ-MOTCANC TO CAM-SEQ-MOTCANC.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-MOTCANC.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-MOTCANC
           ELSE
               OPEN OUTPUT IDX-MOTCANC
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-MOTCANC
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-MOTCANC
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-MOTIVO TO REG-MOTIVO
                               WRITE REG-MOTIVO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-MOTCANC
                   CLOSE IDX-MOTCANC
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CANCELAM.
           MOVE "CANCELAM" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CAN-29.
           MOVE NOME-SEQ-CANCELAM TO CAM-SEQ-CANCELAM.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CANCELAM.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CANCELAM
           ELSE
               OPEN OUTPUT IDX-CANCELAM
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CANCELAM
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CANCELAM
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CANCELAMENTO
                                   TO REG-CANCELAMENTO
                               WRITE REG-CANCELAMENTO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CANCELAM
                   CLOSE IDX-CANCELAM
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-CREDITO.
           MOVE "CREDITO" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-CRD-30.
           MOVE NOME-SEQ-CREDITO TO CAM-SEQ-CREDITO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-CREDITO.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-CREDITO
           ELSE
               OPEN OUTPUT IDX-CREDITO
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-CREDITO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-CREDITO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-CREDITO TO REG-CREDITO
                               WRITE REG-CREDITO
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-CREDITO
                   CLOSE IDX-CREDITO
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.

       ROT-CARREGA-PAINEL.
           MOVE "PAINEL" TO WS-NOME-ARQ.
           MOVE WS-DATA-ESCOLHA TO SDT-PNL-31.
           MOVE NOME-SEQ-PAINEL TO CAM-SEQ-PAINEL.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT SEQ-PAINEL.
           IF COD-ERRO-SEQ NOT = "00"
               DISPLAY "Copia nao encontrada: " CAM-SEQ-PAINEL
           ELSE
               OPEN OUTPUT IDX-PAINEL
               IF COD-ERRO-IDX NOT = "00"
                   DISPLAY "Erro ao recriar o indexado: " COD-ERRO-IDX
                   CLOSE SEQ-PAINEL
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ SEQ-PAINEL
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE SEQ-REG-PAINEL TO REG-PAINEL
                               WRITE REG-PAINEL
                               IF COD-ERRO-IDX NOT = "00"
                                   DISPLAY "Erro ao gravar: "
                                           COD-ERRO-IDX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEQ-PAINEL
                   CLOSE IDX-PAINEL
                   PERFORM ROT-MOSTRA-RESULTADO
               END-IF
           END-IF.
