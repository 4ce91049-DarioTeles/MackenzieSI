                       VALUE "C:\TEMP\VENDEDORES.DAT".
       77      WS-CEP-PROCURADO  PIC 9(8)  VALUE ZEROS.
       77      WS-CEP-ACHADO     PIC X     VALUE "N".
      *    Mudanca do VC vai para o historico de valores (HISTREG)
      *    com a vigencia digitada, que pode ser retroativa.
       77      WS-VIGENCIA-VC    PIC X(10) VALUE SPACES.
       77      WS-DATA-TESTE     PIC X(10) VALUE SPACES.
       77      WS-DATA-OK        PIC X     VALUE "N".
       77      WS-DATA-NUM       PIC 9(8)  VALUE ZEROS.
       77      WS-TST-DIA        PIC 99    VALUE ZEROS.
       77      WS-TST-MES        PIC 99    VALUE ZEROS.
       77      WS-TST-ANO        PIC 9999  VALUE ZEROS.
       77      WS-HVC-TIPO       PIC X     VALUE "V".
       77      WS-HVC-ITEM       PIC 9(3)  VALUE ZEROS.
       77      WS-HVC-ORIGEM     PIC X(8)  VALUE "ALTERACA".

       01      REG-ANTES.
           02 ANT-NOME      PIC X(30).

       77      WS-CONFLITO-ALTER PIC X  VALUE "N".

      *    Conferencia do limite de credito (CREDCHK) e liberacao
      *    do supervisor (CREDLIB) quando o VC sobe.
       77      WS-CRD-ORIGEM    PIC X(8)      VALUE "ALTERACA".
       77      WS-CRD-ACRESCIMO PIC 9(10)V99  VALUE ZEROS.
       77      WS-CRD-ESCOPO    PIC X(1)      VALUE SPACE.
       77      WS-CRD-SCORE     PIC 9(3)      VALUE ZEROS.
       77      WS-CRD-LIMITE    PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-EXPOSICAO PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-RESULTADO PIC X(1)      VALUE SPACE.
       77      WS-CRD-LIBERADO  PIC X(1)      VALUE "S".

       01      WS-EDITADO.
           02 SALVA-CODIGO    PIC 9(6).
           02 SALVA-NOME      PIC X(30).
              END-IF
          END-PERFORM

          IF VC NOT = ANT-VC
              DISPLAY "Vig.:"               AT 1563
              MOVE LK-DATA-DIA TO WS-VIGENCIA-VC
              PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = "S"
                  ACCEPT WS-VIGENCIA-VC AT 1569 WITH UPDATE AUTO
                  MOVE WS-VIGENCIA-VC TO WS-DATA-TESTE
                  PERFORM ROT-DATA-PARA-NUMERO
                  IF WS-DATA-OK = "N"
                      DISPLAY "Vigencia invalida (DD/MM/AAAA)."
                              AT 2040
                  ELSE
                      DISPLAY "                               "
                              AT 2040
                  END-IF
              END-PERFORM
          END-IF

          PERFORM WITH TEST AFTER UNTIL CEP>0
              ACCEPT CEP AT 1745 WITH UPPER AUTO
              IF CEP<=0
                         IF WS-CONFLITO-ALTER = "S"
                             DISPLAY "Alterado por outro." AT 2040
                         ELSE
                           PERFORM ROT-CONFERE-CREDITO
                           IF WS-CRD-LIBERADO = "S"
                             MOVE LK-COD-OPERADOR TO COD-OPERADOR
                             MOVE LK-DATA-DIA     TO DATA-ALTERACAO
                             REWRITE REG-CLIENTE
                             IF COD-ERRO = "00"
                                 PERFORM ROT-GRAVA-LOG
                                 PERFORM ROT-GRAVA-HISTORICO
                             ELSE
                                 DISPLAY "Erro ao gravar." AT 2040
                             END-IF
                           END-IF
                         END-IF
                       END-IF
           MOVE LK-COD-OPERADOR TO LOG-OPERADOR.
           WRITE LINHA-LOG FROM LINHA-LOG-DET.

      *    O VC novo vale a partir da vigencia digitada; o
      *    historico guarda o valor antes e depois para REAJRET
      *    cobrar ou devolver a diferenca das competencias ja
      *    faturadas.
       ROT-GRAVA-HISTORICO.
           IF VC NOT = ANT-VC
               CALL "HISTREG" USING CodCliente WS-DATA-NUM
                                    WS-HVC-TIPO WS-HVC-ITEM
                                    ANT-VC VC WS-HVC-ORIGEM
                                    LK-COD-OPERADOR
           END-IF.

      *    So o aumento do VC pesa na exposicao: a diferenca sobre
      *    o valor gravado e somada ao saldo em aberto e a base
      *    mensal do cliente (ou do grupo do radical de CNPJ).
      *    Acima do limite a alteracao so e gravada com a
      *    liberacao do supervisor.
       ROT-CONFERE-CREDITO.
           MOVE "S" TO WS-CRD-LIBERADO.
           IF VC > ANT-VC
               COMPUTE WS-CRD-ACRESCIMO = VC - ANT-VC
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
                   DISPLAY BARRA-DUPLA            AT 3105
                   DISPLAY "Alteracao de Dados: "  AT 0310
                   IF WS-CRD-LIBERADO NOT = "S"
                       DISPLAY
                           "Alteracao nao gravada: limite de credito."
                               AT 2240
                   END-IF
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

      *    Confere se outro operador alterou o mesmo registro entre
      *    a leitura inicial e a gravação (deteccao de edicao
      *    concorrente). A area do registro e reaproveitada para a
