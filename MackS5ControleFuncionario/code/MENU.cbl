       77   WS-SEN-NUM      PIC 9(8)    VALUE ZEROS.
       77   WS-DIAS-SENHA   PIC S9(7)   VALUE ZEROS.
       77   WS-HORA-AGORA   PIC 9(8)    VALUE ZEROS.
      *    Extrato pedido do menu: cliente em zeros, o programa
      *    pergunta o codigo.
       77   WS-COD-EXTRATO  PIC 9(6)    VALUE ZEROS.

      *    Linha do diario de acessos (ACESSOS.LOG): toda tentativa
      *    de entrada, com exito ou nao, fica registrada com data,
	       DISPLAY "MENU"               AT 0530                       
	       DISPLAY  "DATA"  AT  0560
		   DISPLAY   DATA-DIA    AT  0566
      *    Opcoes em tres colunas de quinze, na ordem numerica.
	       DISPLAY "(1)  Inclusao"      AT 1010.
	       DISPLAY "(2)  Leitura"       AT 1110.
	       DISPLAY "(3)  Atualizacao"   AT 1210.
	       DISPLAY "(4)  Exclusao"      AT 1310.
	       DISPLAY "(5)  Listagem"      AT 1410.
	       DISPLAY "(6)  Venctos"       AT 1510.
	       DISPLAY "(7)  Exportar"      AT 1610.
	       DISPLAY "(8)  Contatos"      AT 1710.
	       DISPLAY "(9)  Encerrar"      AT 1810.
	       DISPLAY "(10) Faturamento"   AT 1910.
	       DISPLAY "(11) Baixa Fatura"  AT 2010.
	       DISPLAY "(12) Operadores"    AT 2110.
	       DISPLAY "(13) Renovacao"     AT 2210.
	       DISPLAY "(14) Ficha Cadastral" AT 2310.
	       DISPLAY "(15) Tabela de CEPs" AT 2410.
	       DISPLAY "(16) Parametros"    AT 1040.
	       DISPLAY "(17) Vendedores"    AT 1140.
	       DISPLAY "(18) Reativacao"    AT 1240.
	       DISPLAY "(19) Fecha Mes"     AT 1340.
	       DISPLAY "(20) Estorno Baixa" AT 1440.
	       DISPLAY "(21) Itens Servico" AT 1540.
	       DISPLAY "(22) Unifica Clien" AT 1640.
	       DISPLAY "(23) Feriados"      AT 1740.
	       DISPLAY "(24) Relatorios"    AT 1840.
	       DISPLAY "(25) Acordos"       AT 1940.
	       DISPLAY "(26) Notas Credito" AT 2040.
	       DISPLAY "(27) Aliquotas Ret." AT 2140.
	       DISPLAY "(28) Perfil Tribut." AT 2240.
	       DISPLAY "(29) Contas Contab." AT 2340.
	       DISPLAY "(30) Extrato Cliente" AT 2440.
	       DISPLAY "(31) Categ.Ocorr."  AT 1062.
	       DISPLAY "(32) Ocorrencias"   AT 1162.
	       DISPLAY "(33) LGPD Titular"  AT 1262.
	       DISPLAY "(34) Aprovacoes"    AT 1362.
	       DISPLAY "(35) Propostas"     AT 1462.
	       DISPLAY "(36) Motivo Canc."  AT 1562.
	       DISPLAY "(37) Painel Ger."   AT 1662.
	       DISPLAY "Escolha a opcao:  " AT 2610.

	 PERFORM WITH TEST AFTER UNTIL ((OPC>=1)AND(OPC<=37))
		     ACCEPT OPC AT 2640 WITH AUTO
		         IF ((OPC>=1) AND (OPC<=37))
			        DISPLAY BRANCO AT 2650
		         ELSE
		        DISPLAY "Digite uma opcao do menu."    AT 2650
      *    Opcoes restritas ao perfil de supervisor: exclusao de
      *    cliente, manutencao de operadores e parametros, a
      *    reativacao de cliente suspenso, o fechamento contabil
      *    (que tambem reabre competencia fechada), o estorno de
      *    baixa de fatura, o cancelamento ou nota de credito e as
      *    aliquotas e perfis de retencao na fonte e as contas
      *    contabeis da exportacao para a contabilidade, e as
      *    categorias de ocorrencia com seus prazos de atendimento,
      *    e o atendimento LGPD ao titular (relatorio e
      *    anonimizacao de dados pessoais), e a decisao dos pedidos
      *    de aprovacao das operacoes sensiveis, e a tabela de
      *    motivos de cancelamento de cliente, e o painel
      *    gerencial.
	       IF (OPC = 4 OR OPC = 12 OR OPC = 16 OR OPC = 18
	       OR OPC = 19 OR OPC = 20 OR OPC = 22 OR OPC = 26
	       OR OPC = 27 OR OPC = 28 OR OPC = 29 OR OPC = 31
	       OR OPC = 33 OR OPC = 34 OR OPC = 36 OR OPC = 37)
	       AND WS-PERFIL NOT = "S"
	           DISPLAY "Opcao restrita ao supervisor." AT 2650
	           STOP "  "
	          WHEN 1
      		      CALL "INCLUSAO" USING DATA-DIA WS-COD-OPERADOR
	  	      WHEN 2
      		      CALL "LEITURA" USING DATA-DIA WS-COD-OPERADOR
              WHEN 3
      		      CALL "ALTERACAO" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 4
		      WHEN 20
      		      CALL "ESTORNO" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 21
      		      CALL "ITENSMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 22
      		      CALL "MERGECLI" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 23
      		      CALL "FERMNT"
		      WHEN 24
      		      CALL "CATMNU"
		      WHEN 25
      		      CALL "ACORDOS" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 26
      		      CALL "NOTACRED" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 27
      		      CALL "ALIQMNT"
		      WHEN 28
      		      CALL "TRIBMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 29
      		      CALL "CTBMNT"
		      WHEN 30
      		      CALL "EXTRATO" USING DATA-DIA WS-COD-OPERADOR
      		                           WS-COD-EXTRATO
		      WHEN 31
      		      CALL "CATOCMNT"
		      WHEN 32
      		      CALL "OCORMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 33
      		      CALL "LGPDMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 34
      		      CALL "APROVMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 35
      		      CALL "PROPMNT" USING DATA-DIA WS-COD-OPERADOR
		      WHEN 36
      		      CALL "MOTCMNT"
		      WHEN 37
      		      CALL "PAINEL"
	       END-EVALUATE.

       FIM-PROCESSA. EXIT.
