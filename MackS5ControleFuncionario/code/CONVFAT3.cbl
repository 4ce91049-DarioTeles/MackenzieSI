       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CONVFAT3.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  FAT-ANTIGO ASSIGN  TO WS-CAMINHO-ORIGEM
                       ORGANIZATION  INDEXED
                       RECORD  KEY  ANT-CHAVE
                       ACCESS     SEQUENTIAL
                       FILE  STATUS   COD-ERRO-ANT.

               SELECT  FAT-NOVO ASSIGN  TO WS-CAMINHO-DESTINO
                       ORGANIZATION  INDEXED
                       RECORD  KEY  FAT-CHAVE
                       ALTERNATE RECORD KEY FAT-NUMERO
                       ACCESS     DYNAMIC
                       FILE  STATUS   COD-ERRO.

       DATA            DIVISION.
       FILE        SECTION.

      *    Leiaute de FATURAS com o acumulado de notas de credito e
      *    sem as retencoes na fonte, exatamente como gravado antes
      *    do calculo de retencoes na emissao.
       FD          FAT-ANTIGO
                   LABEL RECORD STANDARD.
       01          REG-ANTIGO.
                   02 ANT-CHAVE.
                       03 ANT-COD-CLIENTE  PIC 9(6).
                       03 ANT-COMPETENCIA  PIC 9(6).
                   02 ANT-NUMERO       PIC 9(6).
                   02 ANT-VALOR        PIC 9(10)V99.
                   02 ANT-VENCIMENTO   PIC X(10).
                   02 ANT-STATUS       PIC X(1).
                   02 ANT-DATA-PAGTO   PIC X(10).
                   02 ANT-VALOR-PAGO   PIC 9(10)V99.
                   02 ANT-MULTA        PIC 9(10)V99.
                   02 ANT-JUROS        PIC 9(10)V99.
                   02 ANT-OPERADOR     PIC X(8).
                   02 ANT-VALOR-CREDITO PIC 9(10)V99.

       FD          FAT-NOVO
                   LABEL RECORD STANDARD.
           COPY FATCLI.

       WORKING-STORAGE SECTION.

       77      COD-ERRO       PIC XX      VALUE SPACES.
       77      COD-ERRO-ANT   PIC XX      VALUE SPACES.
       77      WS-FIM-ARQ     PIC X       VALUE "N".
       77      WS-TOT-LIDOS   PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-GRAVADOS PIC 9(5)   VALUE ZEROS.
       77      WS-TOT-JA-CONV PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-NUM-DUP PIC 9(5)    VALUE ZEROS.
       77      WS-CLI-TESTE   PIC 9(6)    VALUE ZEROS.
       77      WS-CPT-TESTE   PIC 9(6)    VALUE ZEROS.
       77      WS-NUM-TESTE   PIC 9(6)    VALUE ZEROS.
       77      WS-CAMINHO-ORIGEM PIC X(100)
                       VALUE "C:\TEMP\FATURAS.DAT".
       77      WS-CAMINHO-DESTINO PIC X(100)
                       VALUE "C:\TEMP\FATURAS_NOVO.DAT".

       PROCEDURE DIVISION.
       INICIO.

      *    Conversao unica do arquivo de faturas (e das copias
      *    datadas, uma por vez) do leiaute com notas de credito
      *    para o leiaute com retencoes na fonte, no mesmo desenho de
      *    CONVFAT: origem e destino por variavel de ambiente, o
      *    destino nunca e a origem, e a origem so e lida.

           ACCEPT WS-CAMINHO-ORIGEM FROM ENVIRONMENT "CONV_ORIGEM".
           IF WS-CAMINHO-ORIGEM = SPACES
               MOVE "C:\TEMP\FATURAS.DAT" TO WS-CAMINHO-ORIGEM
           END-IF.
           ACCEPT WS-CAMINHO-DESTINO FROM ENVIRONMENT "CONV_DESTINO".
           IF WS-CAMINHO-DESTINO = SPACES
               MOVE "C:\TEMP\FATURAS_NOVO.DAT"
                   TO WS-CAMINHO-DESTINO
           END-IF.

           IF WS-CAMINHO-DESTINO = WS-CAMINHO-ORIGEM
               DISPLAY "Origem e destino iguais: nada feito."
               GOBACK
           END-IF.

           OPEN INPUT FAT-ANTIGO.
           IF COD-ERRO-ANT NOT = "00"
               DISPLAY "Nao abriu a origem: " WS-CAMINHO-ORIGEM
               GOBACK
           END-IF.

      *    O destino e aberto para atualizacao: se a conversao
      *    anterior caiu no meio, os registros ja convertidos sao
      *    apenas contados e a carga continua de onde parou.
           OPEN I-O FAT-NOVO.
           IF COD-ERRO NOT = "00"
               OPEN OUTPUT FAT-NOVO
               CLOSE FAT-NOVO
               OPEN I-O FAT-NOVO
           END-IF.

           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ FAT-ANTIGO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM ROT-CONVERTE-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE FAT-ANTIGO.
           CLOSE FAT-NOVO.

           DISPLAY "Conversao concluida.".
           DISPLAY "Origem..............: " WS-CAMINHO-ORIGEM.
           DISPLAY "Destino.............: " WS-CAMINHO-DESTINO.
           DISPLAY "Registros lidos.....: " WS-TOT-LIDOS.
           DISPLAY "Registros gravados..: " WS-TOT-GRAVADOS.
           DISPLAY "Ja convertidos......: " WS-TOT-JA-CONV.
           DISPLAY "Numero duplicado....: " WS-TOT-NUM-DUP.
           IF WS-TOT-NUM-DUP > 0
               DISPLAY "ATENCAO: ha fatura nao convertida por"
               DISPLAY "numero duplicado na origem. Acerte o"
               DISPLAY "numero e reexecute."
           END-IF.
           GOBACK.

      *    Nenhuma retencao era calculada antes do novo leiaute: as
      *    retencoes nascem zeradas e o liquido de cada fatura e o
      *    valor de face menos o que ja foi creditado.
       ROT-CONVERTE-REGISTRO.
           MOVE SPACES          TO REG-FATURA.
           MOVE ANT-COD-CLIENTE TO FAT-COD-CLIENTE.
           MOVE ANT-COMPETENCIA TO FAT-COMPETENCIA.
           MOVE ANT-NUMERO      TO FAT-NUMERO.
           MOVE ANT-VALOR       TO FAT-VALOR.
           MOVE ANT-VENCIMENTO  TO FAT-VENCIMENTO.
           MOVE ANT-STATUS      TO FAT-STATUS.
           MOVE ANT-DATA-PAGTO  TO FAT-DATA-PAGTO.
           MOVE ANT-VALOR-PAGO  TO FAT-VALOR-PAGO.
           MOVE ANT-MULTA       TO FAT-MULTA.
           MOVE ANT-JUROS       TO FAT-JUROS.
           MOVE ANT-OPERADOR    TO FAT-OPERADOR.
           MOVE ANT-VALOR-CREDITO TO FAT-VALOR-CREDITO.
           MOVE ZEROS           TO FAT-RET-ISS FAT-RET-IRRF
                                   FAT-RET-PIS FAT-RET-COFINS
                                   FAT-RET-CSLL.
           COMPUTE FAT-VALOR-LIQUIDO =
                   ANT-VALOR - ANT-VALOR-CREDITO.

           WRITE REG-FATURA
               INVALID KEY
                   PERFORM ROT-APURA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE.

      *    A gravacao recusada pode ser uma retomada (a chave ja
      *    esta no destino) ou uma colisao da chave alternativa de
      *    numero (numero repetido na origem, que o arquivo antigo
      *    nao impedia). A releitura pela chave separa os dois
      *    casos: so a retomada e inofensiva; a colisao e apontada
      *    para a fatura nao sumir calada do arquivo convertido.
       ROT-APURA-REJEICAO.
           MOVE FAT-COD-CLIENTE TO WS-CLI-TESTE.
           MOVE FAT-COMPETENCIA TO WS-CPT-TESTE.
           MOVE FAT-NUMERO      TO WS-NUM-TESTE.
           READ FAT-NOVO
               INVALID KEY
                   ADD 1 TO WS-TOT-NUM-DUP
                   DISPLAY "Numero duplicado - nao convertida: "
                           "cliente " WS-CLI-TESTE
                           " competencia " WS-CPT-TESTE
                           " numero " WS-NUM-TESTE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-JA-CONV
           END-READ.
           MOVE WS-CLI-TESTE TO FAT-COD-CLIENTE.
           MOVE WS-CPT-TESTE TO FAT-COMPETENCIA.
           MOVE WS-NUM-TESTE TO FAT-NUMERO.
