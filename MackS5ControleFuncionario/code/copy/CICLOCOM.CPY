      *    Area compartilhada (EXTERNAL) entre CICLOMES e os
      *    programas do ciclo mensal de faturamento (FATURA,
      *    REMESSA, COBRANCA, SUSPENDE, LIQCOM, CREDSCOR): o
      *    driver marca o ciclo em andamento e a competencia do
      *    ciclo (AAAAMM), que prevalece sobre a competencia
      *    padrao e sobre a variavel de ambiente de cada programa.
      *    Fora do ciclo CIC-EM-CICLO nao vale "S" e os programas
      *    seguem como sempre.
       01          AREA-CICLO EXTERNAL.
           02 CIC-EM-CICLO         PIC X(1).
           02 CIC-COMPETENCIA      PIC 9(6).
