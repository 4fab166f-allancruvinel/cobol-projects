      ******************************************************************
      * Copybook: CPTAG
      * Purpose:  Layout of the agency-transfer request feed
      *           (TRANSFAG.DAT / REG-TAG) consumed by TRANSFAG: uma
      *           linha por conta que muda de agencia, com o digito
      *           verificador da conta atual, a agencia de destino, o
      *           numero novo e o usuario que registrou o pedido.
      ******************************************************************
       01  REG-TAG.
           03 AGENCIA-TAG      PIC 9(03).
           03 CONTA-TAG        PIC 9(06).
      *    digito verificador da conta atual (modulo 11 sobre
      *    agencia + conta), conferido antes de qualquer alteracao
           03 DV-TAG           PIC 9(01).
           03 AGENCIA-NOVA-TAG PIC 9(03).
      *    numero da conta na agencia nova; zeros = mantem o mesmo
      *    numero de conta, so trocando a agencia
           03 CONTA-NOVA-TAG   PIC 9(06).
           03 USUARIO-TAG      PIC X(08).
