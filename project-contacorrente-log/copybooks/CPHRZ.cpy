      ******************************************************************
      * Copybook: CPHRZ
      * Purpose:  Layout of the ledger-balance history (SALDORZH.DAT /
      *           REG-HRZ) written by SALDORAZAO: cumulativo, um
      *           registro por conta contabil por dia acumulado (com ou
      *           sem lancamento no dia), com o saldo de abertura, os
      *           debitos, os creditos e o saldo de fechamento do dia.
      *           E a base do balancete mensal (BALANCETE). Mesma
      *           convencao de sinal de CPSRZ.
      ******************************************************************
       01  REG-HRZ.
           03 DATA-HRZ         PIC 9(08).
           03 CONTA-RAZAO-HRZ  PIC X(08).
           03 SALDO-ANT-HRZ    PIC S9(13)V99.
           03 DEBITOS-HRZ      PIC 9(13)V99.
           03 CREDITOS-HRZ     PIC 9(13)V99.
           03 SALDO-ATU-HRZ    PIC S9(13)V99.
