      ******************************************************************
      * Copybook: CPEMP
      * Purpose:  Layout of the loan contract register (EMPREST.DAT /
      *           REG-EMP), chaveado pelo numero do contrato e com a
      *           conta como chave alternada. O contrato nasce no
      *           CONTRATEMP, que monta o plano de parcelas em
      *           PARCEMP.DAT e emite o credito da liberacao; o
      *           GERAPARCEL confere a liberacao no dia seguinte,
      *           cobra as parcelas e quita o contrato quando a
      *           ultima parcela e confirmada.
      ******************************************************************
       01  REG-EMP.
           03 NUM-EMP          PIC 9(08).
      *    conta de liberacao e de debito das parcelas
           03 ID-CONTA-EMP.
               05 AGENCIA-EMP  PIC 9(03).
               05 CONTA-EMP    PIC 9(06).
      *    documento do titular (DOC-CLI da conta na contratacao)
           03 DOC-EMP          PIC 9(14).
           03 DATA-CONTRATO-EMP PIC 9(08).
           03 VALOR-EMP        PIC 9(9)V99.
      *    taxa mensal de juros da tabela price
           03 TAXA-EMP         PIC 9(01)V9(04).
           03 QTD-PARC-EMP     PIC 9(03).
           03 VALOR-PARC-EMP   PIC 9(9)V99.
           03 DATA-PRIM-VENC-EMP PIC 9(08).
      *    encargos de atraso: multa unica sobre a parcela vencida e
      *    mora mensal cobrada pro rata por dia de atraso
           03 TAXA-MULTA-EMP   PIC 9(01)V9(04).
           03 TAXA-MORA-EMP    PIC 9(01)V9(04).
           03 SITUACAO-EMP     PIC X(01).
               88 EMP-EM-LIBERACAO VALUE "L".
               88 EMP-ATIVO        VALUE "A".
               88 EMP-QUITADO      VALUE "Q".
               88 EMP-CANCELADO    VALUE "C".
      *    controle do credito de liberacao emitido; a confirmacao
      *    em CTRLMOV.DAT passa o contrato para ativo
           03 CTRL-LIB-EMP     PIC 9(10).
           03 DATA-LIB-EMP     PIC 9(08).
           03 QTD-TENT-LIB-EMP PIC 9(02).
      *    principal ainda nao amortizado pelas parcelas pagas
           03 SALDO-DEVEDOR-EMP PIC 9(9)V99.
           03 QTD-PAGAS-EMP    PIC 9(03).
           03 DATA-QUIT-EMP    PIC 9(08).
           03 USUARIO-EMP      PIC X(08).
