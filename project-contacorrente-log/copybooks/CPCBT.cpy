      ******************************************************************
      * Copybook: CPCBT
      * Purpose:  Layout of the overdraft-coverage file (COBERTUR.DAT
      *           / REG-CBT), mantido pelo MANTCLIENT a partir das
      *           operacoes de adesao e cancelamento de MANUT.DAT:
      *           um registro por conta pagadora ligada a conta
      *           coberta, na ordem de prioridade escolhida pelo
      *           cliente. Quando um debito da conta coberta seria
      *           recusado por saldo insuficiente, o ATTCLIENT
      *           transfere a diferenca das contas pagadoras (do
      *           mesmo DOC-CLI), na ordem da prioridade, antes de
      *           postar o debito.
      ******************************************************************
       01  REG-CBT.
           03 ID-CBT.
               05 AGENCIA-CBT      PIC 9(03).
               05 CONTA-CBT        PIC 9(06).
      *        ordem em que as pagadoras sao usadas: 01 primeiro
               05 PRIORIDADE-CBT   PIC 9(02).
           03 ID-FONTE-CBT.
               05 AGENCIA-FONTE-CBT PIC 9(03).
               05 CONTA-FONTE-CBT  PIC 9(06).
           03 DATA-ADESAO-CBT  PIC 9(08).
           03 DATA-CANCEL-CBT  PIC 9(08).
           03 SITUACAO-CBT     PIC X(01).
               88 CBT-ATIVA        VALUE "A".
               88 CBT-CANCELADA    VALUE "C".
