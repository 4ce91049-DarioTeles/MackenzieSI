       77      WS-TOT-RENOVADOS PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-SEM-PRAZO PIC 9(5)  VALUE ZEROS.
       77      WS-TOT-JA-HOJE PIC 9(5)    VALUE ZEROS.
      *    Renovacao em massa e operacao sujeita a aprovacao de um
      *    segundo supervisor (fila APROVACOES, via APROVREQ).
       77      WS-APR-FUNCAO  PIC X       VALUE SPACE.
       77      WS-APR-OPERACAO PIC X(8)   VALUE "RENOVA".
       77      WS-APR-PARAMETROS PIC X(60) VALUE SPACES.
       77      WS-APR-MOTIVO  PIC X(40)   VALUE SPACES.
       77      WS-APR-NUMERO  PIC 9(6)    VALUE ZEROS.
       77      WS-APR-RESULTADO PIC X     VALUE SPACE.
       77      WS-CAMINHO-CAD PIC X(100)
                       VALUE "C:\TEMP\CADCLIENTE.DAT".

       77      WS-MAX-DIA     PIC 99      VALUE ZEROS.
       77      WS-VC-NOVO     PIC 9(10)V99 VALUE ZEROS.
       77      WS-NOVA-DATA   PIC X(10)   VALUE SPACES.
      *    Mudanca do VC vai para o historico de valores (HISTREG)
      *    com vigencia no inicio do periodo renovado.
       77      WS-VC-ANTES    PIC 9(10)V99 VALUE ZEROS.
       77      WS-HVC-TIPO    PIC X       VALUE "V".
       77      WS-HVC-ITEM    PIC 9(3)    VALUE ZEROS.
       77      WS-HVC-ORIGEM  PIC X(8)    VALUE "RENOVA".

      *    Conferencia do limite de credito (CREDCHK) contrato a
      *    contrato; acima do limite a renovacao pede a liberacao
      *    do supervisor (CREDLIB) e, recusada, o contrato fica
      *    como esta e sai no relatorio.
       77      WS-TOT-LIBERADOS PIC 9(5)    VALUE ZEROS.
       77      WS-TOT-LIMITE    PIC 9(5)    VALUE ZEROS.
       77      WS-CRD-ORIGEM    PIC X(8)      VALUE "RENOVA".
       77      WS-CRD-ACRESCIMO PIC 9(10)V99  VALUE ZEROS.
       77      WS-CRD-ESCOPO    PIC X(1)      VALUE SPACE.
       77      WS-CRD-SCORE     PIC 9(3)      VALUE ZEROS.
       77      WS-CRD-LIMITE    PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-EXPOSICAO PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-RESULTADO PIC X(1)      VALUE SPACE.
       77      WS-CRD-LIBERADO  PIC X(1)      VALUE "S".

       01      WS-TAB-DIAS-MES.
           02 FILLER PIC 9(2) VALUE 31.
               GOBACK
           END-IF.

           PERFORM ROT-CONFERE-APROVACAO.
           IF WS-APR-RESULTADO NOT = "A"
               STOP "   <Enter> para continuar         "
               GOBACK
           END-IF.

           OPEN I-O CAD-CLIENTE.
           ACCEPT WS-DATA-REL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-REL FROM TIME.
           MOVE "Ja renovados hoje.......:" TO CON-ROTULO.
           MOVE WS-TOT-JA-HOJE TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Liberados acima limite..:" TO CON-ROTULO.
           MOVE WS-TOT-LIBERADOS TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.
           MOVE "Recusados por limite....:" TO CON-ROTULO.
           MOVE WS-TOT-LIMITE TO CON-VALOR.
           WRITE LINHA-REL FROM LINHA-CONTADOR.

           CLOSE CAD-CLIENTE.
           CLOSE REL-RENOVA.
           CALL "CATREG" USING WS-TIPO-REL WS-CAMINHO-REL
                               LK-COD-OPERADOR.
           MOVE "E" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           DISPLAY "Renovacao concluida. Contratos: "
                   WS-TOT-RENOVADOS AT 1510.
           DISPLAY "Relatorio em:" AT 1710.
           STOP "   <Enter> para continuar         ".
           GOBACK.

      *    A rodada so e processada com pedido aprovado por outro
      *    supervisor para a mesma janela e o mesmo reajuste; sem
      *    pedido, pede o motivo e abre o pedido. A aprovacao vale
      *    uma rodada: o pedido e dado como executado no fim.
       ROT-CONFERE-APROVACAO.
           MOVE SPACES TO WS-APR-PARAMETROS.
           STRING "VENC "         DELIMITED BY SIZE
                  WS-JANELA-INI   DELIMITED BY SIZE
                  " A "           DELIMITED BY SIZE
                  WS-JANELA-FIM   DELIMITED BY SIZE
                  " PCT "         DELIMITED BY SIZE
                  WS-PCT-EDT      DELIMITED BY SIZE
                  INTO WS-APR-PARAMETROS.
           MOVE "C" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "A"
                   CONTINUE
               WHEN "P"
                   DISPLAY "Aguardando aprovacao, pedido " AT 2040
                   DISPLAY WS-APR-NUMERO AT 2069
               WHEN "N"
                   PERFORM ROT-PEDE-APROVACAO
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2040
           END-EVALUATE.

       ROT-PEDE-APROVACAO.
           MOVE SPACES TO WS-APR-MOTIVO.
           DISPLAY "Motivo do pedido: " AT 1510.
           PERFORM WITH TEST AFTER UNTIL WS-APR-MOTIVO NOT = SPACES
               ACCEPT WS-APR-MOTIVO AT 1530 WITH UPPER AUTO
               IF WS-APR-MOTIVO = SPACES
                   DISPLAY "Digite o motivo do pedido."  AT 2040
               ELSE
                   DISPLAY "                          "  AT 2040
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-APR-FUNCAO.
           CALL "APROVREQ" USING WS-APR-FUNCAO WS-APR-OPERACAO
                                 WS-APR-PARAMETROS LK-COD-OPERADOR
                                 WS-APR-MOTIVO WS-APR-NUMERO
                                 WS-APR-RESULTADO.
           EVALUATE WS-APR-RESULTADO
               WHEN "P"
                   DISPLAY "Pedido enviado p/ aprovacao " AT 2040
                   DISPLAY WS-APR-NUMERO AT 2069
               WHEN "O"
                   DISPLAY "Solicitante nao e supervisor cadastrado"
                           AT 2040
               WHEN OTHER
                   DISPLAY "Fila de aprovacao inacessivel." AT 2040
           END-EVALUATE.

      *    Seleciona o contrato ativo com fim dentro da janela.
      *    O prazo do contrato e a distancia em meses entre inicio
      *    e fim; sem inicio legivel ou com prazo nao positivo o
               GO TO FIM-AVALIA
           END-IF.

           COMPUTE WS-VC-NOVO ROUNDED =
               VC * (1 + (WS-PERCENTUAL / 100)).
           PERFORM ROT-CONFERE-CREDITO.
           IF WS-CRD-LIBERADO NOT = "S"
               ADD 1 TO WS-TOT-LIMITE
               MOVE CodCliente  TO PUL-CODIGO
               MOVE NomeCliente TO PUL-NOME
               MOVE "acima do limite de credito" TO PUL-MOTIVO
               WRITE LINHA-REL FROM LINHA-PULADO
               GO TO FIM-AVALIA
           END-IF.

           PERFORM ROT-RENOVA-CONTRATO.

       FIM-AVALIA.
       ROT-RENOVA-CONTRATO.
           MOVE DATA-FIM-CONTR TO DET-FIM-ANTES.
           MOVE VC             TO DET-VC-ANTES.
           MOVE VC             TO WS-VC-ANTES.

           COMPUTE WS-MESES-TOTAL =
               (WS-FIM-ANO * 12) + WS-FIM-MES - 1 + WS-PRAZO-MESES.
           STRING WS-NOVO-DIA "/" WS-NOVO-MES "/" WS-NOVO-ANO
               DELIMITED BY SIZE INTO WS-NOVA-DATA.

           MOVE DATA-FIM-CONTR TO DATA-INICIO-CONTR.
           MOVE WS-NOVA-DATA TO DATA-FIM-CONTR.
           MOVE WS-VC-NOVO   TO VC.
               WRITE LINHA-REL FROM LINHA-PULADO
           ELSE
               ADD 1 TO WS-TOT-RENOVADOS
               CALL "HISTREG" USING CodCliente WS-FIM-NUM WS-HVC-TIPO
                                    WS-HVC-ITEM WS-VC-ANTES VC
                                    WS-HVC-ORIGEM LK-COD-OPERADOR
               MOVE CodCliente     TO DET-CODIGO
               MOVE NomeCliente    TO DET-NOME
               MOVE DATA-INICIO-CONTR TO DET-INI-DEPOIS
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

      *    O reajuste soma a diferenca do VC a exposicao do
      *    cliente (ou do grupo do radical de CNPJ). A tela de
      *    liberacao limpa a tela, entao o quadro da renovacao e
      *    redesenhado na volta.
       ROT-CONFERE-CREDITO.
           MOVE "S" TO WS-CRD-LIBERADO.
           IF WS-VC-NOVO > VC
               COMPUTE WS-CRD-ACRESCIMO = WS-VC-NOVO - VC
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
                   IF WS-CRD-LIBERADO = "S"
                       ADD 1 TO WS-TOT-LIBERADOS
                   END-IF
                   DISPLAY TELA-COR
                   DISPLAY BARRA-DUPLA            AT 0105
                   DISPLAY BARRA-DUPLA            AT 2505
                   DISPLAY "Renovacao em Massa de Contratos: " AT 0310
                   DISPLAY "Renovando contratos..." AT 0710
               END-IF
           END-IF.

      *    Valida data no formato DD/MM/AAAA, conferindo o dia
      *    contra o numero real de dias do mes, com ano bissexto
      *    para fevereiro, como em VENCTOS.
