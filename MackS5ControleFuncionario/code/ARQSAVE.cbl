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
       77      WS-TOT-SALVOS  PIC 9(2)    VALUE ZEROS.
       77      WS-TOT-AUSENTES PIC 9(2)   VALUE ZEROS.
       77      WS-HOUVE-ERRO  PIC X       VALUE "N".
       77      WS-NOME-ARQ    PIC X(12)   VALUE SPACES.
       77      WS-DATA-HOJE-NUM PIC 9(8)  VALUE ZEROS.

           COPY FECHCOM.
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
           ACCEPT WS-DATA-HOJE-NUM FROM DATE YYYYMMDD.
           PERFORM ROT-LE-CAMINHOS.

           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           DISPLAY "Descarga dos arquivos indexados iniciada.".

           PERFORM ROT-SALVA-FATURAS.
           PERFORM ROT-SALVA-CONTATOS.
           PERFORM ROT-SALVA-OPERADORES.
           PERFORM ROT-SALVA-VENDEDORES.
           PERFORM ROT-SALVA-PARAMS.
           PERFORM ROT-SALVA-CEPTAB.
           PERFORM ROT-SALVA-MOVPAGTO.
           PERFORM ROT-SALVA-ITENSSERV.
           PERFORM ROT-SALVA-FECHMES.
           PERFORM ROT-SALVA-FERIADOS.
           PERFORM ROT-SALVA-CATALOGO.
           PERFORM ROT-SALVA-ACORDOS.
           PERFORM ROT-SALVA-PARCACO.
           PERFORM ROT-SALVA-NOTASCRE.
           PERFORM ROT-SALVA-ALIQUOTAS.
           PERFORM ROT-SALVA-PERFTRIB.
           PERFORM ROT-SALVA-CONTAMAP.
           PERFORM ROT-SALVA-LOTECTB.
           PERFORM ROT-SALVA-OCORRENCIAS.
           PERFORM ROT-SALVA-CATOCOR.
           PERFORM ROT-SALVA-APROVACOES.
           PERFORM ROT-SALVA-PROPOSTAS.
           PERFORM ROT-SALVA-CONCILIA.
           PERFORM ROT-SALVA-HISTVALOR.
           PERFORM ROT-SALVA-REAJUSTES.
           PERFORM ROT-SALVA-MSGFILA.
           PERFORM ROT-SALVA-PDDCLI.
           PERFORM ROT-SALVA-MOTCANC.
           PERFORM ROT-SALVA-CANCELAM.
           PERFORM ROT-SALVA-CREDITO.
           PERFORM ROT-SALVA-PAINEL.

           MOVE WS-TOT-GERAL TO FECH-QTD-REGISTROS.
           DISPLAY "Arquivos descarregados: " WS-TOT-SALVOS
                   "  ausentes: " WS-TOT-AUSENTES.
           DISPLAY "Registros copiados....: " WS-TOT-GERAL.
           IF WS-HOUVE-ERRO = "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Arquivo ainda inexistente (instalacao nova) nao e
      *    falha: simplesmente nao ha o que proteger.
       ROT-ARQ-AUSENTE.
           ADD 1 TO WS-TOT-AUSENTES.
           DISPLAY "  " WS-NOME-ARQ " ausente; pulado.".

       ROT-ARQ-SALVO.
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

       ROT-SALVA-FATURAS.
           MOVE "FATURAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-FAT-01.
           MOVE NOME-SEQ-FATURAS TO CAM-SEQ-FATURAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-FATURAS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-FATURAS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-FATURAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-FATURAS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-FATURA TO SEQ-REG-FATURA
                               WRITE SEQ-REG-FATURA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-FATURAS
                   CLOSE SEQ-FATURAS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-CONTATOS.
           MOVE "CONTATOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CON-02.
           MOVE NOME-SEQ-CONTATOS TO CAM-SEQ-CONTATOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CONTATOS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CONTATOS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CONTATOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CONTATOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CONTATO TO SEQ-REG-CONTATO
                               WRITE SEQ-REG-CONTATO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CONTATOS
                   CLOSE SEQ-CONTATOS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-OPERADORES.
           MOVE "OPERADORES" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-OPE-03.
           MOVE NOME-SEQ-OPERADORES TO CAM-SEQ-OPERADORES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-OPERADORES.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-OPERADORES
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-OPERADORES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-OPERADORES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-OPERADOR TO SEQ-REG-OPERADOR
                               WRITE SEQ-REG-OPERADOR
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-OPERADORES
                   CLOSE SEQ-OPERADORES
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-VENDEDORES.
           MOVE "VENDEDORES" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-VEN-04.
           MOVE NOME-SEQ-VENDEDORES TO CAM-SEQ-VENDEDORES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-VENDEDORES.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-VENDEDORES
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-VENDEDORES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-VENDEDORES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-VENDEDOR TO SEQ-REG-VENDEDOR
                               WRITE SEQ-REG-VENDEDOR
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-VENDEDORES
                   CLOSE SEQ-VENDEDORES
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-PARAMS.
           MOVE "PARAMS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PAR-05.
           MOVE NOME-SEQ-PARAMS TO CAM-SEQ-PARAMS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PARAMS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PARAMS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PARAMS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PARAMS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PARAMETRO TO SEQ-REG-PARAMETRO
                               WRITE SEQ-REG-PARAMETRO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PARAMS
                   CLOSE SEQ-PARAMS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-CEPTAB.
           MOVE "CEPTAB" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CEP-06.
           MOVE NOME-SEQ-CEPTAB TO CAM-SEQ-CEPTAB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CEPTAB.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CEPTAB
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CEPTAB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CEPTAB NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CEPTAB TO SEQ-REG-CEPTAB
                               WRITE SEQ-REG-CEPTAB
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CEPTAB
                   CLOSE SEQ-CEPTAB
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-MOVPAGTO.
           MOVE "MOVPAGTO" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-MOV-07.
           MOVE NOME-SEQ-MOVPAGTO TO CAM-SEQ-MOVPAGTO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-MOVPAGTO.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-MOVPAGTO
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-MOVPAGTO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-MOVPAGTO NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-MOVPAG TO SEQ-REG-MOVPAG
                               WRITE SEQ-REG-MOVPAG
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-MOVPAGTO
                   CLOSE SEQ-MOVPAGTO
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-ITENSSERV.
           MOVE "ITENSSERV" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-ITE-08.
           MOVE NOME-SEQ-ITENSSERV TO CAM-SEQ-ITENSSERV.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-ITENSSERV.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-ITENSSERV
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-ITENSSERV
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-ITENSSERV NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-ITEMSERV TO SEQ-REG-ITEMSERV
                               WRITE SEQ-REG-ITEMSERV
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-ITENSSERV
                   CLOSE SEQ-ITENSSERV
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-FECHMES.
           MOVE "FECHMES" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-FEC-09.
           MOVE NOME-SEQ-FECHMES TO CAM-SEQ-FECHMES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-FECHMES.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-FECHMES
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-FECHMES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-FECHMES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-FECHMES TO SEQ-REG-FECHMES
                               WRITE SEQ-REG-FECHMES
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-FECHMES
                   CLOSE SEQ-FECHMES
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-FERIADOS.
           MOVE "FERIADOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-FER-10.
           MOVE NOME-SEQ-FERIADOS TO CAM-SEQ-FERIADOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-FERIADOS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-FERIADOS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-FERIADOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-FERIADOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-FERIADO TO SEQ-REG-FERIADO
                               WRITE SEQ-REG-FERIADO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-FERIADOS
                   CLOSE SEQ-FERIADOS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-CATALOGO.
           MOVE "CATALOGO" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CAT-11.
           MOVE NOME-SEQ-CATALOGO TO CAM-SEQ-CATALOGO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CATALOGO.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CATALOGO
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CATALOGO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CATALOGO NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CATALOGO TO SEQ-REG-CATALOGO
                               WRITE SEQ-REG-CATALOGO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CATALOGO
                   CLOSE SEQ-CATALOGO
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-ACORDOS.
           MOVE "ACORDOS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-ACO-12.
           MOVE NOME-SEQ-ACORDOS TO CAM-SEQ-ACORDOS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-ACORDOS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-ACORDOS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-ACORDOS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-ACORDOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-ACORDO TO SEQ-REG-ACORDO
                               WRITE SEQ-REG-ACORDO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-ACORDOS
                   CLOSE SEQ-ACORDOS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-PARCACO.
           MOVE "PARCACO" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PAC-13.
           MOVE NOME-SEQ-PARCACO TO CAM-SEQ-PARCACO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PARCACO.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PARCACO
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PARCACO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PARCACO NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PARCELA TO SEQ-REG-PARCELA
                               WRITE SEQ-REG-PARCELA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PARCACO
                   CLOSE SEQ-PARCACO
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-NOTASCRE.
           MOVE "NOTASCRE" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-NTC-14.
           MOVE NOME-SEQ-NOTASCRE TO CAM-SEQ-NOTASCRE.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-NOTASCRE.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-NOTASCRE
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-NOTASCRE
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-NOTASCRE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-NOTACRED TO SEQ-REG-NOTACRED
                               WRITE SEQ-REG-NOTACRED
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-NOTASCRE
                   CLOSE SEQ-NOTASCRE
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-ALIQUOTAS.
           MOVE "ALIQUOTAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-ALQ-15.
           MOVE NOME-SEQ-ALIQUOTAS TO CAM-SEQ-ALIQUOTAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-ALIQUOTAS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-ALIQUOTAS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-ALIQUOTAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-ALIQUOTAS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-ALIQUOTA TO SEQ-REG-ALIQUOTA
                               WRITE SEQ-REG-ALIQUOTA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-ALIQUOTAS
                   CLOSE SEQ-ALIQUOTAS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-PERFTRIB.
           MOVE "PERFTRIB" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PTR-16.
           MOVE NOME-SEQ-PERFTRIB TO CAM-SEQ-PERFTRIB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PERFTRIB.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PERFTRIB
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PERFTRIB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PERFTRIB NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PERFTRIB TO SEQ-REG-PERFTRIB
                               WRITE SEQ-REG-PERFTRIB
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PERFTRIB
                   CLOSE SEQ-PERFTRIB
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-CONTAMAP.
           MOVE "CONTAMAP" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CTM-17.
           MOVE NOME-SEQ-CONTAMAP TO CAM-SEQ-CONTAMAP.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CONTAMAP.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CONTAMAP
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CONTAMAP
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CONTAMAP NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CONTAMAP TO SEQ-REG-CONTAMAP
                               WRITE SEQ-REG-CONTAMAP
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CONTAMAP
                   CLOSE SEQ-CONTAMAP
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-LOTECTB.
           MOVE "LOTECTB" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-LTC-18.
           MOVE NOME-SEQ-LOTECTB TO CAM-SEQ-LOTECTB.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-LOTECTB.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-LOTECTB
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-LOTECTB
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-LOTECTB NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-LOTECTB TO SEQ-REG-LOTECTB
                               WRITE SEQ-REG-LOTECTB
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-LOTECTB
                   CLOSE SEQ-LOTECTB
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-OCORRENCIAS.
           MOVE "OCORRENCIAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-OCO-19.
           MOVE NOME-SEQ-OCORRENCIAS TO CAM-SEQ-OCORRENCIAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-OCORRENCIAS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-OCORRENCIAS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-OCORRENCIAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-OCORRENCIAS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-OCORRENCIA TO SEQ-REG-OCORRENCIA
                               WRITE SEQ-REG-OCORRENCIA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-OCORRENCIAS
                   CLOSE SEQ-OCORRENCIAS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-CATOCOR.
           MOVE "CATOCOR" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CTO-20.
           MOVE NOME-SEQ-CATOCOR TO CAM-SEQ-CATOCOR.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CATOCOR.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CATOCOR
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CATOCOR
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CATOCOR NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CATOCOR TO SEQ-REG-CATOCOR
                               WRITE SEQ-REG-CATOCOR
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CATOCOR
                   CLOSE SEQ-CATOCOR
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
                       PERFORM ROT-ARQ-SALVO
                   END-IF
               END-IF
           END-IF.

       ROT-SALVA-APROVACOES.
           MOVE "APROVACOES" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-APR-21.
           MOVE NOME-SEQ-APROVACOES TO CAM-SEQ-APROVACOES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-APROVACOES.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-APROVACOES
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-APROVACOES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-APROVACOES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-APROVACAO TO SEQ-REG-APROVACAO
                               WRITE SEQ-REG-APROVACAO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-APROVACOES
                   CLOSE SEQ-APROVACOES
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-PROPOSTAS.
           MOVE "PROPOSTAS" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PRP-22.
           MOVE NOME-SEQ-PROPOSTAS TO CAM-SEQ-PROPOSTAS.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PROPOSTAS.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PROPOSTAS
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PROPOSTAS
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PROPOSTAS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PROPOSTA TO SEQ-REG-PROPOSTA
                               WRITE SEQ-REG-PROPOSTA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PROPOSTAS
                   CLOSE SEQ-PROPOSTAS
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-CONCILIA.
           MOVE "CONCILIA" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CNC-23.
           MOVE NOME-SEQ-CONCILIA TO CAM-SEQ-CONCILIA.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CONCILIA.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CONCILIA
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CONCILIA
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CONCILIA NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CONCILIA TO SEQ-REG-CONCILIA
                               WRITE SEQ-REG-CONCILIA
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CONCILIA
                   CLOSE SEQ-CONCILIA
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-HISTVALOR.
           MOVE "HISTVALOR" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-HVC-24.
           MOVE NOME-SEQ-HISTVALOR TO CAM-SEQ-HISTVALOR.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-HISTVALOR.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-HISTVALOR
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-HISTVALOR
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-HISTVALOR NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-HISTVALOR TO SEQ-REG-HISTVALOR
                               WRITE SEQ-REG-HISTVALOR
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-HISTVALOR
                   CLOSE SEQ-HISTVALOR
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-REAJUSTES.
           MOVE "REAJUSTES" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-RJT-25.
           MOVE NOME-SEQ-REAJUSTES TO CAM-SEQ-REAJUSTES.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-REAJUSTES.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-REAJUSTES
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-REAJUSTES
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-REAJUSTES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-REAJUSTE TO SEQ-REG-REAJUSTE
                               WRITE SEQ-REG-REAJUSTE
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-REAJUSTES
                   CLOSE SEQ-REAJUSTES
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-MSGFILA.
           MOVE "MSGFILA" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-MSG-26.
           MOVE NOME-SEQ-MSGFILA TO CAM-SEQ-MSGFILA.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-MSGFILA.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-MSGFILA
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-MSGFILA
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-MSGFILA NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-MENSAGEM TO SEQ-REG-MENSAGEM
                               WRITE SEQ-REG-MENSAGEM
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-MSGFILA
                   CLOSE SEQ-MSGFILA
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-PDDCLI.
           MOVE "PDDCLI" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PDD-27.
           MOVE NOME-SEQ-PDDCLI TO CAM-SEQ-PDDCLI.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PDDCLI.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PDDCLI
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PDDCLI
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PDDCLI NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PDD TO SEQ-REG-PDD
                               WRITE SEQ-REG-PDD
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PDDCLI
                   CLOSE SEQ-PDDCLI
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-MOTCANC.
           MOVE "MOTCANC" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-MOT-28.
           MOVE NOME-SEQ-MOTCANC TO CAM-SEQ-MOTCANC.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-MOTCANC.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-MOTCANC
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-MOTCANC
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-MOTCANC NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-MOTIVO TO SEQ-REG-MOTIVO
                               WRITE SEQ-REG-MOTIVO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-MOTCANC
                   CLOSE SEQ-MOTCANC
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-CANCELAM.
           MOVE "CANCELAM" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CAN-29.
           MOVE NOME-SEQ-CANCELAM TO CAM-SEQ-CANCELAM.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CANCELAM.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CANCELAM
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CANCELAM
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CANCELAM NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CANCELAMENTO
                                   TO SEQ-REG-CANCELAMENTO
                               WRITE SEQ-REG-CANCELAMENTO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CANCELAM
                   CLOSE SEQ-CANCELAM
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-CREDITO.
           MOVE "CREDITO" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-CRD-30.
           MOVE NOME-SEQ-CREDITO TO CAM-SEQ-CREDITO.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-CREDITO.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-CREDITO
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-CREDITO
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-CREDITO NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-CREDITO TO SEQ-REG-CREDITO
                               WRITE SEQ-REG-CREDITO
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-CREDITO
                   CLOSE SEQ-CREDITO
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
               END-IF
           END-IF.

       ROT-SALVA-PAINEL.
           MOVE "PAINEL" TO WS-NOME-ARQ.
           MOVE WS-DATA-HOJE-NUM TO SDT-PNL-31.
           MOVE NOME-SEQ-PAINEL TO CAM-SEQ-PAINEL.
           MOVE SPACES TO COD-ERRO-IDX COD-ERRO-SEQ.
           MOVE ZEROS  TO WS-CONTADOR.
           MOVE "N"    TO WS-FIM-ARQ.
           OPEN INPUT IDX-PAINEL.
           IF COD-ERRO-IDX NOT = "00"
               PERFORM ROT-ARQ-AUSENTE
           ELSE
               OPEN OUTPUT SEQ-PAINEL
               IF COD-ERRO-SEQ NOT = "00"
                   PERFORM ROT-ERRO-SAIDA
                   CLOSE IDX-PAINEL
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ IDX-PAINEL NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               MOVE REG-PAINEL TO SEQ-REG-PAINEL
                               WRITE SEQ-REG-PAINEL
                               ADD 1 TO WS-CONTADOR
                       END-READ
                   END-PERFORM
                   CLOSE IDX-PAINEL
                   CLOSE SEQ-PAINEL
                   IF COD-ERRO-SEQ NOT = "00"
                       PERFORM ROT-ERRO-SAIDA
                   ELSE
