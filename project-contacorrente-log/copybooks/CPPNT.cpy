      ******************************************************************
      * Copybook: CPPNT
      * Purpose:  Layout of the notification parameters (PARMNOT.DAT /
      *           REG-PNT) read by GERANOTIF: valor a partir do qual
      *           um debito postado e avisado ao cliente como debito
      *           elevado.
      ******************************************************************
       01  REG-PNT.
           03 VALOR-DEB-ELEV-PNT PIC 9(9)V99.
