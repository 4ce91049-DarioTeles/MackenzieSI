       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   RPSEXP.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-FATURAS ASSIGN  TO WS-CAMINHO-FAT
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-FAT.

               SELECT  CAD-CLIENTE ASSIGN  TO WS-CAMINHO-CAD
                       ORGANIZATION  INDEXED
                       RECORD  KEY  CodCliente
                       ALTERNATE RECORD KEY CNPJ
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO.

               SELECT  ARQ-PARAMS ASSIGN  TO WS-CAMINHO-PAR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PAR-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PAR.

               SELECT  ARQ-ALIQUOTAS ASSIGN  TO WS-CAMINHO-ALQ
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ALQ-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-ALQ.

               SELECT  ARQ-PERFTRIB ASSIGN  TO WS-CAMINHO-PTR
                       ORGANIZATION  INDEXED
                       RECORD  KEY  PTR-COD-CLIENTE
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-PTR.

               SELECT  ARQ-RPS ASSIGN  TO WS-CAMINHO-RPS
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-RPS.

               SELECT  REL-RESUMO ASSIGN  TO WS-CAMINHO-REL
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-REL.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-FATURAS
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       FD          CAD-CLIENTE
                   LABEL RECORD STANDARD.
           COPY CADCLI.

       FD          ARQ-PARAMS
                   LABEL RECORD STANDARD.
           COPY PARMREG.

       FD          ARQ-ALIQUOTAS
                   LABEL RECORD STANDARD.
           COPY ALIQREG.

       FD          ARQ-PERFTRIB
                   LABEL RECORD STANDARD.
           COPY TRIBCLI.

       FD          ARQ-RPS
                   LABEL RECORD STANDARD.
       01          LINHA-RPS           PIC X(300).

       FD          REL-RESUMO
                   LABEL RECORD STANDARD.
       01          LINHA-REL           PIC X(100).

       WORKING-STORAGE SECTION.

      *    Saida com nome unico por execucao (data e hora no
      *    nome), registrada no catalogo de relatorios via CATREG
      *    para consulta e reimpressao em CATMNU.
       77      WS-CAMINHO-REL PIC X(100) VALUE SPACES.
       77      WS-TIPO-REL    PIC X(8)   VALUE "RPSEXP".
       77      WS-HORA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-DATA-REL    PIC 9(8)   VALUE ZEROS.
       77      WS-OPER-REL    PIC X(8)   VALUE "BATCH".

       01      WS-NOME-REL.
           02 FILLER          PIC X(15)
                               VALUE "C:\TEMP\RPSEXP_".
           02 NRL-DATA        PIC 9(8).
           02 FILLER          PIC X(1)  VALUE "_".
           02 NRL-HORA        PIC 9(6).
           02 FILLER          PIC X(4)  VALUE ".TXT".

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-FAT   PIC XX      VALUE SPACES.
       77      COD-ERRO-PAR   PIC XX      VALUE SPACES.
       77      COD-ERRO-ALQ   PIC XX      VALUE SPACES.
       77      COD-ERRO-PTR   PIC XX      VALUE SPACES.
       77      COD-ERRO-RPS   PIC XX      VALUE SPACES.
       77      COD-ERRO-REL   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-PTR-ABERTO  PIC X       VALUE "N".
       77      WS-TOT-ENVIADOS PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-JA-NFSE PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-SEM-CAD PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       77      WS-VALOR-SERV  PIC 9(10)V99 VALUE ZEROS.
       77      WS-ALIQ-ISS    PIC 9(2)V99 VALUE ZEROS.
       77      WS-COMPET-ENV  PIC X(6)    VALUE SPACES.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-FAT PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-PAR PIC X(100)
                       VALUE "C:\TEMP\PARAMS.DAT".
       77      WS-CAMINHO-ALQ PIC X(100)
                       VALUE "C:\TEMP\ALIQUOTAS.DAT".
       77      WS-CAMINHO-PTR PIC X(100)
                       VALUE "C:\TEMP\PERFTRIB.DAT".
       77      WS-CAMINHO-RPS PIC X(100) VALUE SPACES.

      *    Dados do prestador junto a prefeitura, mantidos em
      *    PARAMS pela manutencao de parametros.
       77      WS-INSCR-MUNIC PIC 9(10)   VALUE ZEROS.
       77      WS-COD-SERVICO PIC 9(5)    VALUE ZEROS.

       01      WS-COMPETENCIA.
           02 WS-COMPET-ANO   PIC 9(4).
           02 WS-COMPET-MES   PIC 9(2).
       01      WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                  PIC 9(6).

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).
       01      WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
                                  PIC 9(8).

       01      WS-NOME-RPS.
           02 FILLER          PIC X(12)
                               VALUE "C:\TEMP\RPS_".
           02 RPN-COMPET      PIC 9(6).
           02 FILLER          PIC X(1)  VALUE "_".
           02 RPN-DATA        PIC 9(8).
           02 FILLER          PIC X(4)  VALUE ".TXT".

      *    Lote de RPS no leiaute de arquivo texto da prefeitura:
      *    cabecalho com a inscricao municipal do prestador, uma
      *    linha por RPS e o rodape com quantidade e valor total.
      *    O numero do RPS e o proprio numero da fatura, o que
      *    deixa a prefeitura recusar um RPS ja convertido e
      *    permite reenviar o lote da competencia sem duplicar nota.
       01      RPS-CABECALHO.
           02 FILLER        PIC X(1)  VALUE "1".
           02 FILLER        PIC X(3)  VALUE "001".
           02 CAB-INSCRICAO PIC 9(10).
           02 CAB-COMPET    PIC 9(6).
           02 CAB-DATA      PIC 9(8).
           02 FILLER        PIC X(272) VALUE SPACES.

       01      RPS-DETALHE.
           02 FILLER        PIC X(1)  VALUE "2".
           02 FILLER        PIC X(5)  VALUE "RPS".
           02 RPD-SERIE     PIC X(5)  VALUE "1".
           02 RPD-NUMERO    PIC 9(12).
           02 RPD-DATA      PIC 9(8).
           02 RPD-SITUACAO  PIC X(1)  VALUE "T".
           02 RPD-VALOR     PIC 9(13)V99.
           02 RPD-COD-SERV  PIC 9(5).
           02 RPD-ALIQ-ISS  PIC 9(2)V99.
           02 RPD-ISS-RETIDO PIC X(1).
           02 RPD-RET-ISS   PIC 9(13)V99.
           02 RPD-RET-IRRF  PIC 9(13)V99.
           02 RPD-RET-PIS   PIC 9(13)V99.
           02 RPD-RET-COFINS PIC 9(13)V99.
           02 RPD-RET-CSLL  PIC 9(13)V99.
           02 FILLER        PIC X(1)  VALUE "2".
           02 RPD-CNPJ      PIC 9(14).
           02 RPD-NOME      PIC X(30).
           02 RPD-ENDERECO  PIC X(30).
           02 RPD-CIDADE    PIC X(20).
           02 RPD-UF        PIC X(2).
           02 RPD-CEP       PIC 9(8).
           02 RPD-DISCRIMINACAO.
               03 FILLER    PIC X(33)
                   VALUE "Servicos prestados - competencia ".
               03 RPD-DISC-MES PIC 9(2).
               03 FILLER    PIC X(1)  VALUE "/".
               03 RPD-DISC-ANO PIC 9(4).
               03 FILLER    PIC X(10) VALUE " - fatura ".
               03 RPD-DISC-FAT PIC 9(6).
           02 FILLER        PIC X(7)  VALUE SPACES.

       01      RPS-RODAPE.
           02 FILLER        PIC X(1)  VALUE "9".
           02 ROD-QTD       PIC 9(7).
           02 ROD-VALOR     PIC 9(15)V99.
           02 FILLER        PIC X(275) VALUE SPACES.

       01      LINHA-TITULO.
           02 FILLER        PIC X(34) VALUE
               "Resumo do lote RPS - competencia ".
           02 TIT-COMPET-MES PIC 9(2).
           02 FILLER        PIC X(1)  VALUE "/".
           02 TIT-COMPET-ANO PIC 9(4).

       01      LINHA-ARQUIVO.
           02 FILLER        PIC X(10) VALUE "Arquivo: ".
           02 RES-ARQUIVO   PIC X(40).

       01      LINHA-DET-RES.
           02 RES-CODIGO    PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RES-NOME      PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RES-NUMERO    PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RES-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01      LINHA-TOT-ENV.
           02 FILLER        PIC X(26)
                             VALUE "RPS gerados..............:".
           02 TOT-ENVIADOS  PIC ZZ.ZZ9.

       01      LINHA-TOT-JA.
           02 FILLER        PIC X(26)
                             VALUE "Faturas ja com NFS-e.....:".
           02 TOT-JA-NFSE   PIC ZZ.ZZ9.

       01      LINHA-TOT-SEM.
           02 FILLER        PIC X(26)
                             VALUE "Sem cliente no cadastro.:".
           02 TOT-SEM-CAD   PIC ZZ.ZZ9.

       01      LINHA-TOT-VALOR.
           02 FILLER        PIC X(26)
                             VALUE "Valor total dos servicos:".
           02 TOT-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-CAMINHO-CAD = SPACES
               MOVE "C:\TEMP\CADCLIENTE.DAT" TO WS-CAMINHO-CAD
           END-IF.
           ACCEPT WS-CAMINHO-FAT FROM ENVIRONMENT "FATURAS_PATH".
           IF WS-CAMINHO-FAT = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-FAT
           END-IF.

           PERFORM ROT-LE-PARAMETROS.
           IF WS-INSCR-MUNIC = ZEROS
               DISPLAY "Inscricao municipal nao parametrizada."
               DISPLAY "Cadastre INSCR-MUNICIPAL em Parametros."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      *    Competencia a exportar: por padrao o mes corrente; pode
      *    ser forcada via variavel de ambiente (AAAAMM), como a
      *    remessa bancaria.
           MOVE WS-ANO-HOJE TO WS-COMPET-ANO.
           MOVE WS-MES-HOJE TO WS-COMPET-MES.
           ACCEPT WS-COMPET-ENV FROM ENVIRONMENT "RPS_COMPETENCIA".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.

           MOVE WS-COMPETENCIA-NUM TO RPN-COMPET.
           MOVE WS-DATA-HOJE-NUM   TO RPN-DATA.
           MOVE WS-NOME-RPS TO WS-CAMINHO-RPS.

           OPEN INPUT ARQ-FATURAS.
           IF COD-ERRO-FAT NOT = "00"
               DISPLAY "Arquivo de faturas nao encontrado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CAD-CLIENTE.
           PERFORM ROT-LE-ALIQUOTA-ISS.
           ACCEPT WS-CAMINHO-PTR FROM ENVIRONMENT "PERFTRIB_PATH".
           IF WS-CAMINHO-PTR = SPACES
               MOVE "C:\TEMP\PERFTRIB.DAT" TO WS-CAMINHO-PTR
           END-IF.
           OPEN INPUT ARQ-PERFTRIB.
           IF COD-ERRO-PTR = "00"
               MOVE "S" TO WS-PTR-ABERTO
           END-IF.

           OPEN OUTPUT ARQ-RPS.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE WS-DATA-REL TO NRL-DATA.
           MOVE WS-HORA-REL(1:6) TO NRL-HORA.
           MOVE WS-NOME-REL TO WS-CAMINHO-REL.
           OPEN OUTPUT REL-RESUMO.

           MOVE WS-COMPET-MES TO TIT-COMPET-MES.
           MOVE WS-COMPET-ANO TO TIT-COMPET-ANO.
           WRITE LINHA-REL FROM LINHA-TITULO.
           MOVE WS-CAMINHO-RPS TO RES-ARQUIVO.
           WRITE LINHA-REL FROM LINHA-ARQUIVO.

           MOVE WS-INSCR-MUNIC     TO CAB-INSCRICAO.
           MOVE WS-COMPETENCIA-NUM TO CAB-COMPET.
           MOVE WS-DATA-HOJE-NUM   TO CAB-DATA.
           WRITE LINHA-RPS FROM RPS-CABECALHO.

      *    Entra toda fatura da competencia ainda sem NFS-e, exceto
      *    a cancelada por nota de credito; a renegociada em acordo
      *    continua sendo servico prestado e tambem gera RPS.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF FAT-COMPETENCIA = WS-COMPETENCIA-NUM
                       AND NOT FATURA-CANCELADA
                           IF FAT-NFSE-NUMERO NOT = SPACES
                               ADD 1 TO WS-TOT-JA-NFSE
                           ELSE
                               PERFORM ROT-GERA-RPS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TOT-ENVIADOS TO ROD-QTD.
           MOVE WS-TOT-VALOR    TO ROD-VALOR.
           WRITE LINHA-RPS FROM RPS-RODAPE.

           MOVE WS-TOT-ENVIADOS TO TOT-ENVIADOS.
           MOVE WS-TOT-JA-NFSE  TO TOT-JA-NFSE.
           MOVE WS-TOT-SEM-CAD  TO TOT-SEM-CAD.
           MOVE WS-TOT-VALOR    TO TOT-VALOR.
           WRITE LINHA-REL FROM LINHA-TOT-ENV.
           WRITE LINHA-REL FROM LINHA-TOT-JA.
           WRITE LINHA-REL FROM LINHA-TOT-SEM.
           WRITE LINHA-REL FROM LINHA-TOT-VALOR.

           CLOSE ARQ-FATURAS.
           CLOSE CAD-CLIENTE.
           IF WS-PTR-ABERTO = "S"
               CLOSE ARQ-PERFTRIB
           END-IF.
           CLOSE ARQ-RPS.
           CLOSE REL-RESUMO.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               WS-OPER-REL.
           DISPLAY "Lote RPS gerado: " WS-CAMINHO-RPS.
           DISPLAY "RPS gerados: " WS-TOT-ENVIADOS.
           DISPLAY "Resumo em " WS-CAMINHO-REL.
           GOBACK.

      *    Um RPS por fatura, com o cadastro do cliente como
      *    tomador do servico. Fatura cujo cliente sumiu do
      *    cadastro nao entra no lote e e apontada no resumo.
       ROT-GERA-RPS.
           MOVE FAT-COD-CLIENTE TO CodCliente.
           READ CAD-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOT-SEM-CAD
                   MOVE FAT-COD-CLIENTE TO RES-CODIGO
                   MOVE "(cliente nao cadastrado)" TO RES-NOME
                   MOVE FAT-NUMERO TO RES-NUMERO
                   MOVE ZEROS      TO RES-VALOR
                   PERFORM ROT-LINHA-RESUMO
               NOT INVALID KEY
                   PERFORM ROT-GRAVA-RPS
           END-READ.

      *    O valor do servico e o faturado liquido das notas de
      *    credito; as retencoes sao as calculadas na emissao.
       ROT-GRAVA-RPS.
           COMPUTE WS-VALOR-SERV = FAT-VALOR - FAT-VALOR-CREDITO.
           PERFORM ROT-ALIQUOTA-CLIENTE.
           MOVE FAT-NUMERO      TO RPD-NUMERO.
           MOVE WS-DATA-HOJE-NUM TO RPD-DATA.
           MOVE WS-VALOR-SERV   TO RPD-VALOR.
           MOVE WS-COD-SERVICO  TO RPD-COD-SERV.
           IF FAT-RET-ISS > 0
               MOVE "S" TO RPD-ISS-RETIDO
           ELSE
               MOVE "N" TO RPD-ISS-RETIDO
           END-IF.
           MOVE FAT-RET-ISS     TO RPD-RET-ISS.
           MOVE FAT-RET-IRRF    TO RPD-RET-IRRF.
           MOVE FAT-RET-PIS     TO RPD-RET-PIS.
           MOVE FAT-RET-COFINS  TO RPD-RET-COFINS.
           MOVE FAT-RET-CSLL    TO RPD-RET-CSLL.
           MOVE CNPJ            TO RPD-CNPJ.
           MOVE NomeCliente     TO RPD-NOME.
           MOVE ENDERECO        TO RPD-ENDERECO.
           MOVE CIDADE          TO RPD-CIDADE.
           MOVE UF              TO RPD-UF.
           MOVE CEP             TO RPD-CEP.
           MOVE WS-COMPET-MES   TO RPD-DISC-MES.
           MOVE WS-COMPET-ANO   TO RPD-DISC-ANO.
           MOVE FAT-NUMERO      TO RPD-DISC-FAT.
           WRITE LINHA-RPS FROM RPS-DETALHE.
           ADD 1             TO WS-TOT-ENVIADOS.
           ADD WS-VALOR-SERV TO WS-TOT-VALOR.
           MOVE FAT-COD-CLIENTE TO RES-CODIGO.
           MOVE NomeCliente     TO RES-NOME.
           MOVE FAT-NUMERO      TO RES-NUMERO.
           MOVE WS-VALOR-SERV   TO RES-VALOR.
           PERFORM ROT-LINHA-RESUMO.

       ROT-LINHA-RESUMO.
           WRITE LINHA-REL FROM LINHA-DET-RES.

      *    Aliquota de ISS do RPS: a propria do perfil tributario
      *    do cliente quando informada, senao a da tabela - a
      *    mesma regra da emissao em FATURA.
       ROT-ALIQUOTA-CLIENTE.
           MOVE ZEROS TO PTR-ALIQ-ISS.
           IF WS-PTR-ABERTO = "S"
               MOVE FAT-COD-CLIENTE TO PTR-COD-CLIENTE
               READ ARQ-PERFTRIB
                   INVALID KEY
                       MOVE ZEROS TO PTR-ALIQ-ISS
               END-READ
           END-IF.
           IF PTR-ALIQ-ISS > 0
               MOVE PTR-ALIQ-ISS TO RPD-ALIQ-ISS
           ELSE
               MOVE WS-ALIQ-ISS  TO RPD-ALIQ-ISS
           END-IF.

       ROT-LE-ALIQUOTA-ISS.
           ACCEPT WS-CAMINHO-ALQ FROM ENVIRONMENT "ALIQUOTAS_PATH".
           IF WS-CAMINHO-ALQ = SPACES
               MOVE "C:\TEMP\ALIQUOTAS.DAT" TO WS-CAMINHO-ALQ
           END-IF.
           OPEN INPUT ARQ-ALIQUOTAS.
           IF COD-ERRO-ALQ = "00"
               MOVE "ISS" TO ALQ-CODIGO
               READ ARQ-ALIQUOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALQ-PERCENTUAL TO WS-ALIQ-ISS
               END-READ
               CLOSE ARQ-ALIQUOTAS
           END-IF.

      *    Le os dados do prestador na abertura; sem inscricao
      *    municipal parametrizada o lote nao e gerado.
       ROT-LE-PARAMETROS.
           ACCEPT WS-CAMINHO-PAR FROM ENVIRONMENT "PARAMS_PATH".
           IF WS-CAMINHO-PAR = SPACES
               MOVE "C:\TEMP\PARAMS.DAT" TO WS-CAMINHO-PAR
           END-IF.
           OPEN INPUT ARQ-PARAMS.
           IF COD-ERRO-PAR = "00"
               MOVE "INSCR-MUNICIPAL" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-VALOR TO WS-INSCR-MUNIC
               END-READ
               MOVE "COD-SERVICO-NFSE" TO PAR-CODIGO
               READ ARQ-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-VALOR TO WS-COD-SERVICO
               END-READ
               CLOSE ARQ-PARAMS
           END-IF.
