           02 FILLER        PIC X(1)  VALUE SPACE.
           02 FOL-COMISSAO  PIC S9(11)V99 SIGN LEADING SEPARATE.

           COPY FECHCOM.
           COPY CICLOCOM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-CAMINHO-CAD FROM ENVIRONMENT "CAD_CLIENTE_PATH".
           IF WS-COMPET-ENV IS NUMERIC AND WS-COMPET-ENV NOT = ZEROS
               MOVE WS-COMPET-ENV TO WS-COMPETENCIA-NUM
           END-IF.
      *    Dentro do ciclo mensal (CICLOMES) liquida o mes anterior
      *    a competencia do ciclo, pela mesma regra acima.
           IF CIC-EM-CICLO = "S"
               MOVE CIC-COMPETENCIA TO WS-COMPETENCIA-NUM
               IF WS-COMPET-MES = 1
                   MOVE 12 TO WS-COMPET-MES
                   SUBTRACT 1 FROM WS-COMPET-ANO
               ELSE
                   SUBTRACT 1 FROM WS-COMPET-MES
               END-IF
           END-IF.
           MOVE ZEROS TO FECH-QTD-REGISTROS.
           MOVE "00"  TO FECH-COD-STATUS.

           OPEN INPUT ARQ-VENDEDORES.
           IF COD-ERRO-VEN NOT = "00"
               DISPLAY "Cadastro de vendedores nao encontrado."
               MOVE COD-ERRO-VEN TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MOVPAGTO.
           IF COD-ERRO-MOV NOT = "00"
               DISPLAY "Arquivo de movimentos nao encontrado."
               MOVE COD-ERRO-MOV TO FECH-COD-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-VENDEDORES
               GOBACK
           END-IF.
           DISPLAY "Liquidacao de comissoes gerada.".
           DISPLAY "Demonstrativo em " WS-CAMINHO-REL.
           DISPLAY "Totais p/ folha em C:\TEMP\LIQCOM_TOTAIS.TXT".
           MOVE WS-TOT-QTD TO FECH-QTD-REGISTROS.
           GOBACK.

       ROT-PROCESSA-VENDEDOR.
