      *    Layout do registro de CONCILIA (recebimentos conciliados
      *    com o extrato da conta corrente), gravado por CONCBANC.
      *    Um registro por par casado: a chave e a mesma de
      *    REG-MOVPAG, entao o recebimento que tem registro aqui
      *    esta conciliado, e a identificacao do credito do
      *    extrato (data, valor e documento do banco) deixa o
      *    mesmo credito de fora quando volta num extrato seguinte.
      *    O MOVPAGTO em si nao muda.
       01          REG-CONCILIA.
                   02 CNC-MOV-CHAVE.
                       03 CNC-COD-CLIENTE  PIC 9(6).
                       03 CNC-COMPETENCIA  PIC 9(6).
                       03 CNC-SEQUENCIA    PIC 9(3).
                   02 CNC-EXT-DATA     PIC 9(8).
                   02 CNC-EXT-VALOR    PIC 9(11)V99.
                   02 CNC-EXT-DOC      PIC X(20).
                   02 CNC-AGENCIA      PIC 9(4).
                   02 CNC-CONTA        PIC 9(8).
                   02 CNC-DATA-CONCIL  PIC 9(8).
