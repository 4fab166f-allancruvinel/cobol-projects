      ******************************************************************
      * Copybook: CPRZD
      * Purpose:  Layout of the customer-deposit ledger accounts
      *           (RAZAODEP.DAT / REG-RZD) read by SALDORAZAO: uma
      *           linha por conta contabil que representa os saldos das
      *           contas correntes de ARQCLIE.DAT (as contas de
      *           depositos de TABRAZAO.DAT). Mantida pela contabilidade,
      *           sem mudanca de programa.
      ******************************************************************
       01  REG-RZD.
           03 CONTA-RAZAO-RZD  PIC X(08).
