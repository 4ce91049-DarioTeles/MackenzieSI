      *    Layout da linha do registro de atendimento LGPD
      *    (LGPD.LOG), compartilhado por LGPDMNT (relatorio ao
      *    titular e anonimizacao a pedido) e LGPDRET (anonimizacao
      *    por prazo de retencao). O log guarda o protocolo do
      *    pedido e as quantidades, nunca o nome ou o e-mail
      *    pesquisado - senao o proprio log passaria a guardar o
      *    dado pessoal que foi apagado.
      *      LGP-TIPO  RELATORIO  relatorio entregue ao titular
      *                ANONIMIZA  anonimizacao a pedido do titular
      *                RETENCAO   anonimizacao por prazo vencido
       01          LINHA-LGP-DET.
           02 LGP-DATA        PIC X(10).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-HORA        PIC 9(6).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-OPERADOR    PIC X(8).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-TIPO        PIC X(10).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-PROTOCOLO   PIC X(15).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-COD-CLIENTE PIC 9(6).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 LGP-QTD         PIC 9(5).
