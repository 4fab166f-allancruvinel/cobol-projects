      ******************************************************************
      * Copybook: CPSRZ
      * Purpose:  Layout of the ledger-balance master (SALDORZ.DAT /
      *           REG-SRZ), chaveado pela conta contabil: o saldo
      *           corrente de cada conta do razao, acumulado dia a dia
      *           pelo SALDORAZAO a partir de LANCRZO.DAT. Saldo
      *           positivo e devedor e negativo e credor (o passivo de
      *           depositos fica negativo); saldo atual = saldo
      *           anterior + debitos - creditos do dia de DATA-SRZ.
      ******************************************************************
       01  REG-SRZ.
           03 CONTA-RAZAO-SRZ  PIC X(08).
      *    ultimo dia acumulado nesta conta
           03 DATA-SRZ         PIC 9(08).
           03 SALDO-ANT-SRZ    PIC S9(13)V99.
           03 DEBITOS-SRZ      PIC 9(13)V99.
           03 CREDITOS-SRZ     PIC 9(13)V99.
           03 SALDO-ATU-SRZ    PIC S9(13)V99.
      *    maior numero de controle ja acumulado na conta: barra o
      *    acumulo repetido de um LANCRZO.DAT que nao foi regerado
           03 ULT-CONTROLE-SRZ PIC 9(10).
