      *    casar a linha de log de volta ao registro de ARQMOVP.DAT
      *    (reapresentacao de rejeitados e conciliacao por execucao)
           03 NUM-CONTROLE-LOG PIC 9(10).
      *    identificacao do caixa que postou o movimento no guiche
      *    (programa CAIXA); brancos nas decisoes do ATTCLIENT
           03 OPERADOR-LOG     PIC X(08).

      *    registro de totalizacao de fim de execucao, gravado por
      *    ATTCLIENT ao final do processamento. MARCA-TRAILER comeca
           03 MOTIVO-TRAILER   PIC X(20).
           03 QTD-TRAILER      PIC 9(09).
           03 VALOR-TRAILER    PIC S9(9)V99.
           03 FILLER           PIC X(18).
