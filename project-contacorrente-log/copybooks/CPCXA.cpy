      ******************************************************************
      * Copybook: CPCXA
      * Purpose:  Layout of the teller journal (CAIXA.DAT / REG-CXA)
      *           gravado pelo CAIXA: uma linha por operacao decidida
      *           no guiche, postada ou recusada, com o caixa, a hora,
      *           a conta, o valor com sinal, o numero de controle, o
      *           motivo da recusa e o saldo resultante. E a base do
      *           resumo de fechamento do caixa e fica como trilha das
      *           operacoes de guiche (numeros de conta historicos,
      *           como em CTRLMOV.DAT).
      ******************************************************************
       01  REG-CXA.
           03 OPERADOR-CXA     PIC X(08).
           03 DATA-CXA         PIC 9(08).
           03 HORA-CXA         PIC 9(06).
           03 AGENCIA-CXA      PIC 9(03).
           03 CONTA-CXA        PIC 9(06).
      *    mesmos valores de TIPO-MOV em CPMOV: 01 deposito em
      *    especie (entrada no caixa) e 02 saque (saida do caixa)
           03 TIPO-CXA         PIC 9(02).
           03 VALOR-CXA        PIC S9(9)V99.
           03 NUM-CONTROLE-CXA PIC 9(10).
           03 SITUACAO-CXA     PIC X(01).
               88 CXA-POSTADO      VALUE "P".
               88 CXA-RECUSADO     VALUE "R".
           03 MOTIVO-CXA       PIC X(20).
           03 SALDO-CXA        PIC S9(9)V99.
