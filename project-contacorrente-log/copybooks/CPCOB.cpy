      ******************************************************************
      * Copybook: CPCOB
      * Purpose:  Layout of the collection-notice file (CARTACOB.DAT /
      *           REG-COB) written by COBRADEV for the letter shop: uma
      *           carta por mudanca de faixa de atraso, pela volta da
      *           conta ao saldo positivo e pela baixa para prejuizo,
      *           com nome e documento do titular para o envelope.
      ******************************************************************
       01  REG-COB.
           03 DATA-COB         PIC 9(08).
           03 AGENCIA-COB      PIC 9(03).
           03 CONTA-COB        PIC 9(06).
           03 NOME-COB         PIC X(20).
           03 DOC-COB          PIC 9(14).
           03 TIPO-CARTA-COB   PIC X(01).
               88 COB-AVISO        VALUE "A".
               88 COB-REGULARIZADA VALUE "R".
               88 COB-BAIXA        VALUE "P".
           03 FAIXA-ANT-COB    PIC 9(01).
           03 FAIXA-COB        PIC 9(01).
           03 DIAS-COB         PIC 9(05).
           03 SALDO-COB        PIC S9(9)V99.
           03 LIMITE-COB       PIC 9(9)V99.
      *    "S" quando a conta esta bloqueada na data da carta
           03 BLOQUEADA-COB    PIC X(01).
