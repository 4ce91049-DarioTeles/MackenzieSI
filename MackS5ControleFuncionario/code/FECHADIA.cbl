      *    dia: a reexecucao pula esses passos e retoma do primeiro
      *    que falhou, em vez de repetir a noite inteira.
       01      WS-TAB-FEITOS.
           02 WS-PASSO-FEITO PIC X OCCURS 7 TIMES VALUE "N".

           COPY FECHCOM.

           END-IF.

      *    A cadeia roda na ordem de dependencia: primeiro os
      *    backups protegem os arquivos, depois os relatorios, a
      *    exportacao e o painel, e por fim a consistencia
      *    financeira. Um passo com falha interrompe a
      *    cadeia - nao adianta exportar de um arquivo que nem
      *    o backup conseguiu ler.

               PERFORM ROT-REGISTRA-PASSO
           END-IF.

      *    A descarga generica (ARQSAVE) protege os arquivos
      *    indexados que o BACKUP de CADCLIENTE nunca cobriu -
      *    faturas, recebimentos, contatos, acordos e parcelas,
      *    notas de credito, atendimentos, fila de e-mails,
      *    propostas, cancelamentos, credito, lotes contabeis, os
      *    cadastros de apoio e o painel. Ficam de fora o arquivo
      *    morto (CADARQ) e os contadores de CONTROLE, que RESSINC
      *    reconstroi.
           MOVE 2 TO WS-PASSO.
           MOVE "ARQSAVE"  TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
               PERFORM ROT-REGISTRA-PASSO
           END-IF.

      *    O painel gerencial e apurado logo depois dos
      *    relatorios, antes da consistencia: uma divergencia
      *    financeira nao deve deixar a tela com os numeros da
      *    noite anterior.
           MOVE 6 TO WS-PASSO.
           MOVE "PAINELAT" TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(6) = "N"
               CALL "PAINELAT"
               PERFORM ROT-REGISTRA-PASSO
           END-IF.

      *    Consistencia financeira por ultimo: uma divergencia
      *    entre faturas, recebimentos e fechamentos falha o passo
      *    e a noite, mas nao segura o backup, os relatorios nem o
      *    painel, que ja rodaram.
           MOVE 7 TO WS-PASSO.
           MOVE "CONSFIN"  TO WS-NOME-PASSO.
           PERFORM ROT-RODA-OU-PULA.
           IF WS-CADEIA-OK = "S" AND WS-PASSO-FEITO(7) = "N"
               CALL "CONSFIN"
               PERFORM ROT-REGISTRA-PASSO
           END-IF.

           IF WS-CADEIA-OK = "S"
               MOVE "Fechamento concluido sem falhas." TO LINHA-FIM
           ELSE
                               MOVE LINHA-CONTROLE(1:1)
                                   TO WS-PASSO-LIDO
                               IF WS-PASSO-LIDO >= 1
                               AND WS-PASSO-LIDO <= 7
                                   MOVE "S" TO
                                       WS-PASSO-FEITO(WS-PASSO-LIDO)
                                   MOVE "S" TO WS-RETOMADA
