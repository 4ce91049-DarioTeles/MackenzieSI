       77      WS-CAMINHO-CTL PIC X(100)
                       VALUE "C:\TEMP\CONTROLE.DAT".

      *    Conferencia do limite de credito (CREDCHK) e liberacao
      *    do supervisor (CREDLIB) antes de gravar o contrato.
       77      WS-CRD-ORIGEM    PIC X(8)      VALUE "INCLUSAO".
       77      WS-CRD-ACRESCIMO PIC 9(10)V99  VALUE ZEROS.
       77      WS-CRD-ESCOPO    PIC X(1)      VALUE SPACE.
       77      WS-CRD-SCORE     PIC 9(3)      VALUE ZEROS.
       77      WS-CRD-LIMITE    PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-EXPOSICAO PIC 9(13)V99  VALUE ZEROS.
       77      WS-CRD-RESULTADO PIC X(1)      VALUE SPACE.
       77      WS-CRD-LIBERADO  PIC X(1)      VALUE "S".

       LINKAGE         SECTION.
       01      LK-DATA-DIA         PIC X(10).
       01      LK-COD-OPERADOR     PIC X(8).

      *    Rotina de Gravação

               PERFORM ROT-CONFERE-CREDITO.
               IF WS-CRD-LIBERADO = "S"
                   SET CLIENTE-ATIVO TO TRUE
                   MOVE LK-COD-OPERADOR TO COD-OPERADOR
                   MOVE LK-DATA-DIA     TO DATA-ALTERACAO
                   IF WS-REVIVE = "S"
                       REWRITE REG-CLIENTE
                   ELSE
                       WRITE REG-CLIENTE
                   END-IF
                   IF COD-ERRO NOT = "00" *> Podera ver se = “22”
                           DISPLAY "Chave Duplicada" AT 2340
                           STOP "   <Enter> para continuar         "
                   ELSE
                       PERFORM ROT-ATUALIZA-CONTROLE
                   END-IF
               END-IF.
      
      *    Recebimento Opccao  para voltar ou parar (repeticao)
               END-READ
           END-IF
           END-IF.

      *    O contrato novo soma o VC inteiro a exposicao do cliente
      *    (ou do grupo do radical de CNPJ, quando a filial entra
      *    num grupo ja pontuado). Acima do limite so grava com a
      *    liberacao do supervisor; recusada, a inclusao nao e
      *    gravada e o operador segue para o proximo registro.
       ROT-CONFERE-CREDITO.
           MOVE "S" TO WS-CRD-LIBERADO.
           MOVE VC  TO WS-CRD-ACRESCIMO.
           CALL "CREDCHK" USING CodCliente CNPJ WS-CRD-ACRESCIMO
                                WS-CRD-ESCOPO WS-CRD-SCORE
                                WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                WS-CRD-RESULTADO.
           IF WS-CRD-RESULTADO = "L"
               CALL "CREDLIB" USING CodCliente NomeCliente
                                    WS-CRD-ESCOPO WS-CRD-SCORE
                                    WS-CRD-LIMITE WS-CRD-EXPOSICAO
                                    WS-CRD-ORIGEM LK-COD-OPERADOR
                                    WS-CRD-LIBERADO
               DISPLAY TELA-COR
               DISPLAY BARRA-DUPLA            AT 0105
               DISPLAY BARRA-DUPLA            AT 2705
               DISPLAY "Inclusao de Dados: "  AT 0310
               IF WS-CRD-LIBERADO NOT = "S"
                   DISPLAY "Inclusao nao gravada: limite de credito."
                           AT 2340
               END-IF
           END-IF.
