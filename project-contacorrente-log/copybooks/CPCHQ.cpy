      ******************************************************************
      * Copybook: CPCHQ
      * Purpose:  Layout of the presented-cheque register (CHEQUE.DAT
      *           / REG-CHQ), gravado pelo RECEBECHQ e fechado pelo
      *           DEVOLVECHQ: um registro por folha ja apresentada,
      *           com a situacao da ultima apresentacao. E aqui que a
      *           apresentacao de um cheque ja pago (ou ja em
      *           compensacao) e barrada, e que a reapresentacao de um
      *           cheque devolvido e conferida contra o motivo da
      *           devolucao anterior.
      ******************************************************************
       01  REG-CHQ.
           03 ID-CHQ.
               05 AGENCIA-CHQ      PIC 9(03).
               05 CONTA-CHQ        PIC 9(06).
               05 NUM-CHQ          PIC 9(06).
           03 VALOR-CHQ        PIC 9(9)V99.
           03 DATA-APRES-CHQ   PIC 9(08).
      *    quantas vezes a folha ja foi apresentada; separa a
      *    devolucao sem fundos da primeira (11) e da segunda (12)
           03 QTD-APRES-CHQ    PIC 9(01).
           03 BANCO-APRES-CHQ  PIC 9(03).
           03 REF-CAMARA-CHQ   PIC 9(10).
      *    numero de controle do debito gerado em ARQMOVI.DAT,
      *    conferido em CTRLMOV.DAT e ARQLOG.DAT pelo DEVOLVECHQ
           03 CTRL-CHQ         PIC 9(10).
           03 SITUACAO-CHQ     PIC X(01).
               88 CHQ-EM-COMPENSACAO VALUE "C".
               88 CHQ-PAGO           VALUE "P".
               88 CHQ-DEVOLVIDO      VALUE "D".
           03 MOTIVO-DEV-CHQ   PIC 9(02).
           03 DATA-DEV-CHQ     PIC 9(08).
