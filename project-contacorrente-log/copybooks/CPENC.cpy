      ******************************************************************
      * Copybook: CPENC
      * Purpose:  Layout of the external account-closure request feed
      *           (ENCERRA.DAT / REG-ENC) consumed by ENCERRACT: uma
      *           linha por conta a encerrar, com o digito
      *           verificador, a conta indicada pelo cliente para
      *           receber o saldo remanescente (no proprio banco ou
      *           em outro) e o usuario que registrou o pedido.
      ******************************************************************
       01  REG-ENC.
           03 AGENCIA-ENC      PIC 9(03).
           03 CONTA-ENC        PIC 9(06).
      *    digito verificador da conta (modulo 11 sobre agencia +
      *    conta), conferido antes de qualquer liquidacao
           03 DV-ENC           PIC 9(01).
      *    conta de pagamento do saldo: banco zerado = conta interna
      *    (transferencia 03); banco preenchido = conta em outro
      *    banco (transferencia externa 06, segue para a camara)
           03 BANCO-PAG-ENC    PIC 9(03).
           03 AGENCIA-PAG-ENC  PIC 9(03).
           03 CONTA-PAG-ENC    PIC 9(06).
           03 USUARIO-ENC      PIC X(08).
