      ******************************************************************
      * Copybook: CPEPD
      * Purpose:  Layout of the external loan request feed
      *           (EMPPED.DAT / REG-EPD) consumed by CONTRATEMP: uma
      *           linha por contrato aprovado pela agencia, com o
      *           numero do contrato, a conta de liberacao e debito,
      *           o documento do titular para conferencia e as
      *           condicoes (valor, taxa, prazo, primeiro vencimento
      *           e encargos de atraso).
      ******************************************************************
       01  REG-EPD.
           03 NUM-EPD          PIC 9(08).
           03 AGENCIA-EPD      PIC 9(03).
           03 CONTA-EPD        PIC 9(06).
      *    digito verificador da conta (modulo 11 sobre agencia +
      *    conta)
           03 DV-EPD           PIC 9(01).
           03 DOC-EPD          PIC 9(14).
           03 VALOR-EPD        PIC 9(9)V99.
           03 TAXA-EPD         PIC 9(01)V9(04).
           03 QTD-PARC-EPD     PIC 9(03).
           03 DATA-PRIM-VENC-EPD PIC 9(08).
           03 TAXA-MULTA-EPD   PIC 9(01)V9(04).
           03 TAXA-MORA-EPD    PIC 9(01)V9(04).
           03 USUARIO-EPD      PIC X(08).
