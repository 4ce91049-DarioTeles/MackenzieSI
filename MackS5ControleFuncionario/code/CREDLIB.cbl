       IDENTIFICATION      DIVISION.
       PROGRAM-ID.    	   CREDLIB INITIAL.
       AUTHOR.		       DARIO.
       DATE-WRITTEN.  	   22/08/2026.
       ENVIRONMENT 	       DIVISION.
       CONFIGURATION 	   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT   IS   COMMA.

       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
               SELECT  ARQ-OPERADORES ASSIGN  TO WS-CAMINHO-OPE
                       ORGANIZATION  INDEXED
                       RECORD  KEY  OPE-CODIGO
                       ACCESS     RANDOM
                       FILE  STATUS   COD-ERRO-OPE.

               SELECT  LOG-LIBERACAO ASSIGN  TO WS-CAMINHO-LIB
                       ORGANIZATION  LINE SEQUENTIAL
                       FILE  STATUS   COD-ERRO-LIB.

       DATA            DIVISION.
       FILE        SECTION.
       FD          ARQ-OPERADORES
                   LABEL RECORD STANDARD.
           COPY OPERREG.

       FD          LOG-LIBERACAO
                   LABEL RECORD STANDARD.
       01          LINHA-LIBERACAO     PIC X(100).

       WORKING-STORAGE SECTION.

       77      COD-ERRO-OPE   PIC XX      VALUE SPACES.
       77      COD-ERRO-LIB   PIC XX      VALUE SPACES.
       77      BARRA-DUPLA    PIC X(74)   VALUE ALL "|".
       77      WS-SUPERVISOR  PIC X(8)    VALUE SPACES.
       77      WS-SENHA       PIC X(8)    VALUE SPACES.
       77      WS-FIM         PIC X       VALUE "N".
       77      WS-ENTER       PIC X       VALUE SPACE.
       77      WS-VALOR-EDT   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77      WS-SCORE-EDT   PIC ZZ9     VALUE ZEROS.
       77      WS-HORA-AGORA  PIC 9(8)    VALUE ZEROS.
       77      WS-CAMINHO-OPE PIC X(100)
                       VALUE "C:\TEMP\OPERADORES.DAT".
       77      WS-CAMINHO-LIB PIC X(100)
                       VALUE "C:\TEMP\LIBCRED.LOG".

       01      WS-DATA-HOJE.
           02 WS-ANO-HOJE     PIC 9(4).
           02 WS-MES-HOJE     PIC 9(2).
           02 WS-DIA-HOJE     PIC 9(2).

      *    Linha do diario de liberacoes de credito (LIBCRED.LOG):
      *    toda decisao, liberada ou nao, fica registrada com a
      *    tela de origem, o cliente, os valores conferidos, o
      *    operador que pediu e o supervisor que decidiu.
       01      LINHA-LIB-DET.
           02 LIB-DATA        PIC 9(8).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-HORA        PIC 9(6).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-ORIGEM      PIC X(8).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-CLIENTE     PIC 9(6).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-ESCOPO      PIC X(1).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-LIMITE      PIC 9(13)V99.
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-EXPOSICAO   PIC 9(13)V99.
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-OPERADOR    PIC X(8).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-SUPERVISOR  PIC X(8).
           02 FILLER          PIC X(1)   VALUE SPACE.
           02 LIB-RESULTADO   PIC X(12).

       LINKAGE         SECTION.
       01      LK-COD-CLIENTE      PIC 9(6).
       01      LK-NOME             PIC X(30).
       01      LK-ESCOPO           PIC X(1).
       01      LK-SCORE            PIC 9(3).
       01      LK-LIMITE           PIC 9(13)V99.
       01      LK-EXPOSICAO        PIC 9(13)V99.
       01      LK-ORIGEM           PIC X(8).
       01      LK-COD-OPERADOR     PIC X(8).
       01      LK-RESULTADO        PIC X(1).

       SCREEN SECTION.
       01      TELA-COR.
                   02 BLANK SCREEN BACKGROUND-COLOR 1.

      *    Liberacao de supervisor para o contrato que passa do
      *    limite de credito (conferido por CREDCHK). Mostra o
      *    limite e a exposicao e pede codigo e senha de um
      *    supervisor ativo cadastrado em OPERADORES; senha errada
      *    conta falha no registro como na entrada do MENU, e na
      *    terceira o supervisor e bloqueado. Codigo em branco
      *    desiste. Resultado: S = liberado, N = nao liberado.
      *    Sem cadastro de operadores (instalacao nova, em que o
      *    MENU ja entra como supervisor) a liberacao e dada ao
      *    proprio operador e fica registrada no diario.
      *    A tela e limpa: quem chama redesenha a sua.
       PROCEDURE DIVISION USING LK-COD-CLIENTE LK-NOME LK-ESCOPO
                                LK-SCORE LK-LIMITE LK-EXPOSICAO
                                LK-ORIGEM LK-COD-OPERADOR
                                LK-RESULTADO.
       INICIO.
           MOVE "N" TO LK-RESULTADO.
           ACCEPT WS-CAMINHO-OPE FROM ENVIRONMENT "OPERADORES_PATH".
           IF WS-CAMINHO-OPE = SPACES
               MOVE "C:\TEMP\OPERADORES.DAT" TO WS-CAMINHO-OPE
           END-IF.
           ACCEPT WS-CAMINHO-LIB FROM ENVIRONMENT "LIBCRED_PATH".
           IF WS-CAMINHO-LIB = SPACES
               MOVE "C:\TEMP\LIBCRED.LOG" TO WS-CAMINHO-LIB
           END-IF.
           OPEN EXTEND LOG-LIBERACAO.
           IF COD-ERRO-LIB NOT = "00"
               OPEN OUTPUT LOG-LIBERACAO
           END-IF.

           DISPLAY TELA-COR.
           DISPLAY BARRA-DUPLA AT 0105.
           DISPLAY "LIMITE DE CREDITO EXCEDIDO" AT 0327.
           DISPLAY "Cliente.............:" AT 0510.
           DISPLAY LK-COD-CLIENTE AT 0533.
           DISPLAY LK-NOME AT 0541.
           DISPLAY "Limite apurado para.:" AT 0710.
           IF LK-ESCOPO = "G"
               DISPLAY "o grupo (radical de CNPJ)" AT 0733
           ELSE
               DISPLAY "o cliente" AT 0733
           END-IF.
           MOVE LK-SCORE TO WS-SCORE-EDT.
           DISPLAY "Score de pagamento..:" AT 0910.
           DISPLAY WS-SCORE-EDT AT 0933.
           MOVE LK-LIMITE TO WS-VALOR-EDT.
           DISPLAY "Limite de credito...:" AT 1110.
           DISPLAY WS-VALOR-EDT AT 1133.
           MOVE LK-EXPOSICAO TO WS-VALOR-EDT.
           DISPLAY "Exposicao com o novo:" AT 1310.
           DISPLAY WS-VALOR-EDT AT 1333.
           DISPLAY "valor de contrato" AT 1410.
           DISPLAY BARRA-DUPLA AT 2505.

           MOVE LK-COD-OPERADOR TO LIB-OPERADOR.
           MOVE SPACES TO WS-SUPERVISOR.

           OPEN I-O ARQ-OPERADORES.
           IF COD-ERRO-OPE NOT = "00"
               DISPLAY "Cadastro de operadores ainda vazio." AT 1610
               DISPLAY "Liberacao registrada para o operador." AT 1710
               MOVE "S" TO LK-RESULTADO
               MOVE "SEM-CADASTRO" TO LIB-RESULTADO
               PERFORM ROT-GRAVA-LOG
               DISPLAY "Pressione ENTER para continuar..." AT 2340
               ACCEPT WS-ENTER AT 2375
               CLOSE LOG-LIBERACAO
               GOBACK
           END-IF.

           DISPLAY "Liberacao do supervisor (codigo em branco desiste)"
                   AT 1610.
           MOVE "N" TO WS-FIM.
           PERFORM UNTIL WS-FIM = "S"
               MOVE SPACES TO WS-SUPERVISOR WS-SENHA
               DISPLAY "Supervisor..........:" AT 1810
               DISPLAY "        " AT 1833
               DISPLAY "Senha...............:" AT 1910
               DISPLAY "        " AT 1933
               ACCEPT WS-SUPERVISOR AT 1833 WITH UPPER AUTO
               IF WS-SUPERVISOR = SPACES
                   MOVE "DESISTIU" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
                   MOVE "S" TO WS-FIM
               ELSE
                   PERFORM WITH TEST AFTER UNTIL WS-SENHA NOT = SPACES
                       ACCEPT WS-SENHA AT 1933 WITH SECURE AUTO
                   END-PERFORM
                   PERFORM ROT-CONFERE-SUPERVISOR
               END-IF
           END-PERFORM.

           CLOSE ARQ-OPERADORES.
           IF LK-RESULTADO = "S"
               DISPLAY "Contrato liberado acima do limite.         "
                       AT 2110
           ELSE
               DISPLAY "Contrato nao liberado.                     "
                       AT 2110
           END-IF.
           DISPLAY "Pressione ENTER para continuar..." AT 2340.
           ACCEPT WS-ENTER AT 2375.
           CLOSE LOG-LIBERACAO.
           GOBACK.

       ROT-CONFERE-SUPERVISOR.
           MOVE WS-SUPERVISOR TO OPE-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY "Supervisor ou senha invalidos.     " AT 2110
                   MOVE "DESCONHECIDO" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
               NOT INVALID KEY
                   PERFORM ROT-AVALIA-SUPERVISOR
           END-READ.

       ROT-AVALIA-SUPERVISOR.
           EVALUATE TRUE
               WHEN OPERADOR-INATIVO
                   DISPLAY "Operador inativo.                  " AT 2110
                   MOVE "INATIVO" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
               WHEN OPERADOR-BLOQUEADO
                   DISPLAY "Operador bloqueado.                " AT 2110
                   MOVE "BLOQUEADO" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
               WHEN OPE-SENHA NOT = WS-SENHA
                   DISPLAY "Supervisor ou senha invalidos.     " AT 2110
                   ADD 1 TO OPE-FALHAS
                   IF OPE-FALHAS >= 3
                       SET OPERADOR-BLOQUEADO TO TRUE
                       DISPLAY "Operador bloqueado por tentativas."
                               AT 2210
                   END-IF
                   REWRITE REG-OPERADOR
                   MOVE "SENHA-ERRADA" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
               WHEN NOT OPE-SUPERVISOR
                   DISPLAY "Operador sem perfil de supervisor. " AT 2110
                   MOVE "SEM-PERFIL" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
               WHEN OTHER
                   MOVE ZEROS TO OPE-FALHAS
                   REWRITE REG-OPERADOR
                   MOVE "S" TO LK-RESULTADO
                   MOVE "LIBERADO" TO LIB-RESULTADO
                   PERFORM ROT-GRAVA-LOG
                   MOVE "S" TO WS-FIM
           END-EVALUATE.

       ROT-GRAVA-LOG.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE       TO LIB-DATA.
           MOVE WS-HORA-AGORA(1:6) TO LIB-HORA.
           MOVE LK-ORIGEM          TO LIB-ORIGEM.
           MOVE LK-COD-CLIENTE     TO LIB-CLIENTE.
           MOVE LK-ESCOPO          TO LIB-ESCOPO.
           MOVE LK-LIMITE          TO LIB-LIMITE.
           MOVE LK-EXPOSICAO       TO LIB-EXPOSICAO.
           MOVE WS-SUPERVISOR      TO LIB-SUPERVISOR.
           WRITE LINHA-LIBERACAO FROM LINHA-LIB-DET.
