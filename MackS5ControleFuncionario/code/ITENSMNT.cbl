                       VALUE "C:\TEMP\CADCLIENTE.DAT".
       77      WS-CAMINHO-ITS PIC X(100)
                       VALUE "C:\TEMP\ITENSSERV.DAT".
      *    Mudanca de valor de item ativo (inclusao, alteracao e
      *    inativacao) vai para o historico de valores (HISTREG)
      *    com a vigencia digitada, que pode ser retroativa.
       77      WS-VALOR-ANTES PIC 9(10)V99 VALUE ZEROS.
       77      WS-VALOR-DEPOIS PIC 9(10)V99 VALUE ZEROS.
       77      WS-VIGENCIA    PIC X(10)   VALUE SPACES.
       77      WS-DATA-TESTE  PIC X(10)   VALUE SPACES.
       77      WS-DATA-OK     PIC X       VALUE "N".
       77      WS-DATA-NUM    PIC 9(8)    VALUE ZEROS.
       77      WS-TST-DIA     PIC 99      VALUE ZEROS.
       77      WS-TST-MES     PIC 99      VALUE ZEROS.
       77      WS-TST-ANO     PIC 9999    VALUE ZEROS.
       77      WS-HVC-TIPO    PIC X       VALUE "I".
       77      WS-HVC-ORIGEM  PIC X(8)    VALUE "ITENSMNT".

      *    Conferencia do limite de credito (CREDCHK) e liberacao
      *    do supervisor (CREDLIB) quando a base de faturamento do
      *    cliente sobe.
       77      WS-BASE-ANTES    PIC 9(13)V99  VALUE ZEROS.
       77      WS-BASE-DEPOIS   PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-ORIGEM    PIC X(8)      VALUE "ITENSMNT".
       77      WS-CRD-ACRESCIMO PIC 9(10)V99  VALUE ZEROS.
       77      WS-CRD-ESCOPO    PIC X(1)      VALUE SPACE.
       77      WS-CRD-SCORE     PIC 9(3)      VALUE ZEROS.
       77      WS-CRD-LIMITE    PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-EXPOSICAO PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-RESULTADO PIC X(1)      VALUE SPACE.
       77      WS-CRD-LIBERADO  PIC X(1)      VALUE "S".

       01      LINHA-ITEM.
           02 LST-SEQ       PIC ZZ9.
           02 FILLER        PIC X(9)  VALUE "  VC...:".
           02 TOT-VC        PIC ZZZ.ZZZ.ZZ9,99.

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
               MOVE ZEROS  TO ITS-VALOR
               PERFORM ROT-DIGITA-ITEM
               SET ITEM-ATIVO TO TRUE
               MOVE ZEROS     TO WS-VALOR-ANTES
               MOVE ITS-VALOR TO WS-VALOR-DEPOIS
               PERFORM ROT-PEDE-VIGENCIA
               PERFORM ROT-CONFERE-CREDITO
               IF WS-CRD-LIBERADO NOT = "S"
                   DISPLAY "Item nao gravado: limite de credito."
                           AT 2040
               ELSE
                   WRITE REG-ITEMSERV
                   IF COD-ERRO-ITS NOT = "00"
                       DISPLAY "Erro ao gravar o item." AT 2040
                   ELSE
                       PERFORM ROT-GRAVA-HISTORICO
                   END-IF
               END-IF
           END-IF.

       ROT-ALTERA-ITEM.
           PERFORM ROT-ESCOLHE-SEQ.
           IF COD-ERRO-ITS = "00"
               MOVE ITS-VALOR TO WS-VALOR-ANTES
               PERFORM ROT-DIGITA-ITEM
               MOVE ITS-VALOR TO WS-VALOR-DEPOIS
               IF ITEM-INATIVO
                   MOVE WS-VALOR-ANTES TO WS-VALOR-DEPOIS
               END-IF
               PERFORM ROT-PEDE-VIGENCIA
               PERFORM ROT-CONFERE-CREDITO
               IF WS-CRD-LIBERADO NOT = "S"
                   DISPLAY "Item nao gravado: limite de credito."
                           AT 2040
               ELSE
                   REWRITE REG-ITEMSERV
                   IF COD-ERRO-ITS NOT = "00"
                       DISPLAY "Erro ao gravar o item." AT 2040
                   ELSE
                       PERFORM ROT-GRAVA-HISTORICO
                   END-IF
               END-IF
           END-IF.

      *    A base de faturamento e a soma dos itens ativos ou, sem
      *    itens ativos, o VC (como na emissao em FATURA). So o
      *    aumento da base pesa na exposicao do cliente (ou do
      *    grupo do radical de CNPJ); acima do limite o item so e
      *    gravado com a liberacao do supervisor. A tela de
      *    liberacao limpa a tela, entao o quadro e redesenhado e
      *    a lista volta em ROT-MENU-ACAO.
       ROT-CONFERE-CREDITO.
           MOVE "S" TO WS-CRD-LIBERADO.
           IF WS-TOTAL-ATIVOS > 0
               MOVE WS-TOTAL-ATIVOS TO WS-BASE-ANTES
           ELSE
               MOVE VC TO WS-BASE-ANTES
           END-IF.
           COMPUTE WS-BASE-DEPOIS =
               WS-TOTAL-ATIVOS - WS-VALOR-ANTES + WS-VALOR-DEPOIS.
           IF WS-BASE-DEPOIS = ZEROS
               MOVE VC TO WS-BASE-DEPOIS
           END-IF.
           IF WS-BASE-DEPOIS > WS-BASE-ANTES
               COMPUTE WS-CRD-ACRESCIMO =
                   WS-BASE-DEPOIS - WS-BASE-ANTES
               CALL "CREDCHK" USING CodCliente CNPJ WS-CRD-ACRESCIMO
                                    WS-CRD-ESCOPO WS-CRD-SCORE
                                    WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                    WS-CRD-RESULTADO
               IF WS-CRD-RESULTADO = "L"
                   CALL "CREDLIB" USING CodCliente NomeCliente
                                        WS-CRD-ESCOPO WS-CRD-SCORE
                                        WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                        WS-CRD-ORIGEM LK-COD-OPERADOR
                                        WS-CRD-LIBERADO
                   DISPLAY TELA-COR
                   DISPLAY BARRA-DUPLA            AT 0105
                   DISPLAY BARRA-DUPLA            AT 2505
                   DISPLAY "Itens de Servico do Contrato: " AT 0310
                   DISPLAY "Cliente: "            AT 0510
                   DISPLAY WS-COD-CLIENTE         AT 0545
                   DISPLAY NomeCliente            AT 0555
               END-IF
           END-IF.

       ROT-INATIVA-ITEM.
           PERFORM ROT-ESCOLHE-SEQ.
           IF COD-ERRO-ITS = "00"
               MOVE ITS-VALOR TO WS-VALOR-ANTES
               MOVE ZEROS     TO WS-VALOR-DEPOIS
               IF ITEM-INATIVO
                   MOVE ZEROS TO WS-VALOR-ANTES
               END-IF
               PERFORM ROT-PEDE-VIGENCIA
               SET ITEM-INATIVO TO TRUE
               REWRITE REG-ITEMSERV
               IF COD-ERRO-ITS NOT = "00"
                   DISPLAY "Erro ao gravar o item." AT 2040
               ELSE
                   DISPLAY "Item inativado." AT 2040
                   PERFORM ROT-GRAVA-HISTORICO
               END-IF
           END-IF.

                   DISPLAY "                            "  AT 2040
               END-IF
           END-PERFORM.

      *    Pede a vigencia da mudanca de valor, com a data do dia
      *    como sugestao; sem mudanca de valor nao pergunta.
       ROT-PEDE-VIGENCIA.
           MOVE "S" TO WS-DATA-OK.
           IF WS-VALOR-ANTES NOT = WS-VALOR-DEPOIS
               DISPLAY "Vigencia.: " AT 2210
               MOVE LK-DATA-DIA TO WS-VIGENCIA
               PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
                   ACCEPT WS-VIGENCIA AT 2222 WITH UPDATE AUTO
                   MOVE WS-VIGENCIA TO WS-DATA-TESTE
                   PERFORM ROT-DATA-PARA-NUMERO
                   IF WS-DATA-OK = "N"
                       DISPLAY "Vigencia invalida (DD/MM/AAAA)."
                               AT 2040
                   ELSE
                       DISPLAY "                               "
                               AT 2040
                   END-IF
               END-PERFORM
           END-IF.

      *    O valor novo do item vale a partir da vigencia; o
      *    historico guarda o valor antes e depois para REAJRET
      *    cobrar ou devolver a diferenca das competencias ja
      *    faturadas.
       ROT-GRAVA-HISTORICO.
           IF WS-VALOR-ANTES NOT = WS-VALOR-DEPOIS
               CALL "HISTREG" USING WS-COD-CLIENTE WS-DATA-NUM
                                    WS-HVC-TIPO ITS-SEQUENCIA
                                    WS-VALOR-ANTES WS-VALOR-DEPOIS
                                    WS-HVC-ORIGEM LK-COD-OPERADOR
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
