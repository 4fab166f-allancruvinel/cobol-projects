      ******************************************************************
      * Copybook: CPFGC
      * Purpose:  Layout of the deposit-insurance exposure detail
      *           file (EXPOFGC.DAT / REG-FGC) written by EXPOSFGC:
      *           um registro por depositante identificado (saldos
      *           credores de todas as contas do documento somados e
      *           divididos em parcela coberta pelo teto e parcela
      *           descoberta) e um por conta com saldo credor e
      *           documento zerado, que nao tem como ser agregada.
      ******************************************************************
       01  REG-FGC.
           03 TIPO-FGC         PIC X(01).
               88 FGC-IDENTIFICADO     VALUE "D".
               88 FGC-NAO-IDENTIFICADO VALUE "N".
           03 DOC-FGC          PIC 9(14).
           03 NOME-FGC         PIC X(20).
      *    conta do depositante nao identificado; zeros no
      *    identificado, que soma varias contas
           03 AGENCIA-FGC      PIC 9(03).
           03 CONTA-FGC        PIC 9(06).
           03 QTD-CONTAS-FGC   PIC 9(05).
           03 SALDO-FGC        PIC 9(11)V99.
      *    no nao identificado a cobertura nao e apurada: as duas
      *    parcelas vao zeradas
           03 SEGURADO-FGC     PIC 9(11)V99.
           03 DESCOBERTO-FGC   PIC 9(11)V99.
           03 DATA-BASE-FGC    PIC 9(08).
