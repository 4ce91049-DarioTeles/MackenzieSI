
       FD          ARQ-LISTA
                   LABEL RECORD STANDARD.
      *    Depois da chave, separado por um espaco, pode vir o
      *    motivo do cancelamento daquele cliente (codigo de
      *    MOTCANC); linha sem motivo usa o de CANLOTE_COD_MOTIVO.
       01          LINHA-LISTA.
                   02 ENT-CHAVE       PIC X(14).
                   02 FILLER          PIC X(1).
                   02 ENT-MOTIVO      PIC X(10).

       FD          ARQ-CONTATOS
                   LABEL RECORD STANDARD.
       77      WS-TOT-JA-CANC  PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-NAO-ACHADO PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-ILEGIVEL PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-SEM-MOTIVO PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-ATIVOS   PIC 9(5)    VALUE ZEROS.
       77      WS-PCT-CANCEL   PIC 9(3)V99 VALUE ZEROS.
       77      WS-LIMITE-PCT   PIC 9(3)    VALUE 10.
       77      WS-LIMITE-ENV   PIC X(3)    VALUE SPACES.
      *    O lote e operacao sujeita a aprovacao de um segundo
      *    supervisor (fila APROVACOES, via APROVREQ). Quem pede e
      *    o supervisor informado em CANLOTE_OPERADOR; o motivo
      *    vem de CANLOTE_MOTIVO.
       77      WS-APR-FUNCAO   PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)    VALUE "CANLOTE".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-OPERADOR PIC X(8)    VALUE SPACES.
       77      WS-APR-MOTIVO   PIC X(40)   VALUE SPACES.
       77      WS-APR-NUMERO   PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X      VALUE SPACE.
      *    Motivo do cancelamento, conferido e registrado em
      *    CANCELAM por CANREG como nos cancelamentos online.
       77      WS-FUNCAO-CAN   PIC X(1)    VALUE SPACE.
       77      WS-MOTIVO-CAN   PIC X(10)   VALUE SPACES.
       77      WS-MOTIVO-PADRAO PIC X(10)  VALUE SPACES.
       77      WS-DESC-MOTIVO  PIC X(30)   VALUE SPACES.
       77      WS-ORIGEM-CAN   PIC X(8)    VALUE "CANLOTE".
       77      WS-OBS-CAN      PIC X(30)   VALUE SPACES.
       77      WS-RESULT-CAN   PIC X(1)    VALUE SPACE.
       77      WS-CAMINHO-CAD  PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-LISTA PIC X(100)
               MOVE WS-LIMITE-ENV TO WS-LIMITE-PCT
           END-IF.

           ACCEPT WS-APR-OPERADOR FROM ENVIRONMENT "CANLOTE_OPERADOR".
           MOVE FUNCTION UPPER-CASE(WS-APR-OPERADOR)
               TO WS-APR-OPERADOR.
           IF WS-APR-OPERADOR = SPACES
               MOVE "BATCH" TO WS-APR-OPERADOR
           END-IF.
           ACCEPT WS-APR-MOTIVO FROM ENVIRONMENT "CANLOTE_MOTIVO".
           IF WS-APR-MOTIVO = SPACES
               MOVE "CANCELAMENTO EM LOTE" TO WS-APR-MOTIVO
           END-IF.

      *    Motivo padrao do lote, para as linhas que nao trazem o
      *    seu. Informado e invalido (inexistente ou inativo em
      *    MOTCANC), a execucao inteira e recusada.
           ACCEPT WS-MOTIVO-PADRAO
               FROM ENVIRONMENT "CANLOTE_COD_MOTIVO".
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-PADRAO)
               TO WS-MOTIVO-PADRAO.
           IF WS-MOTIVO-PADRAO NOT = SPACES
               MOVE WS-MOTIVO-PADRAO TO WS-MOTIVO-CAN
               PERFORM ROT-CONFERE-MOTIVO
               IF WS-RESULT-CAN NOT = "S"
                   DISPLAY "Motivo invalido ou inativo: "
                           WS-MOTIVO-PADRAO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           STRING WS-DIA-HOJE "/" WS-MES-HOJE "/" WS-ANO-HOJE
               DELIMITED BY SIZE INTO WS-DATA-HOJE-BR.
               GOBACK
           END-IF.

      *    Sem pedido aprovado por outro supervisor para esta
      *    lista com esta quantidade nada e cancelado: o pedido e
      *    aberto (ou apontado, se ja pendente) e a execucao
      *    termina com erro, para ser repetida depois da decisao.
           PERFORM ROT-CONFERE-APROVACAO.
           IF WS-APR-RESULTADO NOT = "A"
               CLOSE CAD-CLIENTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Segunda passagem: aplica os cancelamentos e escreve o
      *    relatorio de resultado.
           MOVE "N" TO WS-SO-CONTA.
           MOVE "Linhas ilegiveis........:" TO CON-ROTULO.
           MOVE WS-TOT-ILEGIVEL TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Sem motivo valido.......:" TO CON-ROTULO.
           MOVE WS-TOT-SEM-MOTIVO TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.

           CLOSE ARQ-LISTA.
           CLOSE CAD-CLIENTE.
               CLOSE ARQ-CONTATOS
           END-IF.
           CLOSE REL-RESULTADO.
           MOVE "E" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS WS-APR-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.

           DISPLAY "Cancelamento em lote concluido.".
           DISPLAY "Linhas lidas....: " WS-TOT-LINHAS.
           DISPLAY "Ja cancelados...: " WS-TOT-JA-CANC.
           DISPLAY "Nao encontrados.: " WS-TOT-NAO-ACHADO.
           DISPLAY "Ilegiveis.......: " WS-TOT-ILEGIVEL.
           DISPLAY "Sem motivo......: " WS-TOT-SEM-MOTIVO.
           GOBACK.

       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "QTD "               DELIMITED BY SIZE
                  WS-TOT-CANCELAVEIS   DELIMITED BY SIZE
                  " LISTA "            DELIMITED BY SIZE
                  WS-CAMINHO-LISTA(1:40) DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS WS-APR-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   DISPLAY "Pedido de aprovacao " WS-APR-NUMERO
                           " aprovado."
               WHEN "P"
                   DISPLAY "Aguardando aprovacao, pedido "
                           WS-APR-NUMERO "."
               WHEN "N"
                   MOVE "S" TO WS-APR-FUNCAO
                   CALL "APROVREQ" USING WS-APR-FUNCAO
                           WS-APR-OPERACAO WS-APR-PARAMETROS
                           WS-APR-OPERADOR WS-APR-MOTIVO
                           WS-APR-NUMERO WS-APR-RESULTADO
                   EVALUATE WS-APR-RESULTADO
                       WHEN "P"
                           DISPLAY "Pedido enviado p/ aprovacao: "
                                   WS-APR-NUMERO "."
                       WHEN "O"
                           DISPLAY "Solicitante nao e supervisor "
                                   "cadastrado: " WS-APR-OPERADOR
                       WHEN OTHER
                           DISPLAY "Fila de aprovacao inacessivel."
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel."
           END-EVALUATE.

       ROT-CONTA-ATIVOS.
           MOVE "N" TO WS-FIM-CAD.
           MOVE ZEROS TO CodCliente.
                       WRITE LINHA-REL FROM LINHA-DETALHE
                   END-IF
               WHEN OTHER
                   PERFORM ROT-MOTIVO-LINHA
                   IF WS-RESULT-CAN NOT = "S"
                       IF WS-SO-CONTA = "N"
                           ADD 1 TO WS-TOT-SEM-MOTIVO
                           MOVE ENT-CHAVE   TO DET-CHAVE
                           MOVE NomeCliente TO DET-NOME
                           MOVE "motivo invalido"  TO DET-RESULTADO
                           WRITE LINHA-REL FROM LINHA-DETALHE
                       END-IF
                   ELSE
                   IF WS-SO-CONTA = "S"
                       ADD 1 TO WS-TOT-CANCELAVEIS
                   ELSE
                       PERFORM ROT-CANCELA-CLIENTE
                   END-IF
                   END-IF
           END-EVALUATE.

       FIM-PROCESSA-LINHA.
               MOVE NomeCliente TO DET-NOME
               MOVE "cancelado"          TO DET-RESULTADO
               WRITE LINHA-REL FROM LINHA-DETALHE
               PERFORM ROT-REGISTRA-MOTIVO
               IF WS-CTT-ABERTO = "S"
                   PERFORM ROT-INATIVA-CONTATOS
               END-IF
           END-IF.

      *    O motivo da linha vale sobre o padrao do lote; cliente
      *    sem motivo valido nao e cancelado nem entra na conta do
      *    limite de seguranca.
       ROT-MOTIVO-LINHA.
           IF ENT-MOTIVO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ENT-MOTIVO) TO WS-MOTIVO-CAN
           ELSE
               MOVE WS-MOTIVO-PADRAO TO WS-MOTIVO-CAN
           END-IF.
           PERFORM ROT-CONFERE-MOTIVO.

       ROT-CONFERE-MOTIVO.
           MOVE "V" TO WS-FUNCAO-CAN.
           CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                               WS-DESC-MOTIVO CodCliente NomeCliente
                               VC COD-VENDEDOR UF WS-ORIGEM-CAN
                               WS-APR-OPERADOR WS-OBS-CAN
                               WS-RESULT-CAN.

      *    O cancelamento ja foi gravado no cadastro; falha no
      *    registro do motivo so avisa, como em DELECAO.
       ROT-REGISTRA-MOTIVO.
           MOVE "G" TO WS-FUNCAO-CAN.
           CALL "CANREG" USING WS-FUNCAO-CAN WS-MOTIVO-CAN
                               WS-DESC-MOTIVO CodCliente NomeCliente
                               VC COD-VENDEDOR UF WS-ORIGEM-CAN
                               WS-APR-OPERADOR WS-OBS-CAN
                               WS-RESULT-CAN.
           IF WS-RESULT-CAN NOT = "S"
               DISPLAY "Aviso: motivo nao registrado p/ cliente "
                       CodCliente
           END-IF.

      *    Inativa todos os contatos do cliente cancelado, como a
      *    exclusao online faz.
       ROT-INATIVA-CONTATOS.
