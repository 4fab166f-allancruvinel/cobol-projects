      ******************************************************************
      * Copybook: CPATR
      * Purpose:  Layout of the overdraft arrears register (ATRASO.DAT
      *           / REG-ATR) mantido pelo COBRADEV: uma linha por
      *           conta com saldo devedor, com a contagem de dias em
      *           atraso desde o primeiro dia negativo, a faixa de
      *           atraso corrente e a baixa para prejuizo, quando
      *           houver. A linha sai do arquivo quando a conta volta
      *           ao saldo positivo; a conta baixada fica com a linha
      *           como registro da perda.
      ******************************************************************
       01  REG-ATR.
           03 ID-ATR.
               05 AGENCIA-ATR  PIC 9(03).
               05 CONTA-ATR    PIC 9(06).
      *    primeiro dia (data de processamento) em que o saldo foi
      *    visto negativo e dias corridos desde entao, contando o
      *    proprio dia
           03 DATA-INI-ATR     PIC 9(08).
           03 DIAS-ATR         PIC 9(05).
      *    0 = sem atraso, 1 = 1-30 dias, 2 = 31-60, 3 = 61-90,
      *    4 = mais de 90
           03 FAIXA-ATR        PIC 9(01).
      *    o mesmo para o saldo alem do LIMITE-CREDITO (zeros quando
      *    o saldo esta dentro do limite)
           03 DATA-INI-EXC-ATR PIC 9(08).
           03 DIAS-EXC-ATR     PIC 9(05).
           03 SALDO-ATR        PIC S9(9)V99.
           03 LIMITE-ATR       PIC 9(9)V99.
           03 DATA-ULT-ATR     PIC 9(08).
           03 BLOQUEIO-ATR     PIC X(01).
               88 ATR-BLOQUEOU     VALUE "S".
           03 SITUACAO-ATR     PIC X(01).
               88 ATR-EM-ATRASO    VALUE "A".
               88 ATR-EM-BAIXA     VALUE "P".
               88 ATR-BAIXADA      VALUE "B".
      *    baixa para prejuizo: controle e data da ultima emissao
      *    (pendente enquanto ATR-EM-BAIXA), valor emitido nela e
      *    total ja confirmado no posting
           03 CTRL-BAIXA-ATR   PIC 9(10).
           03 DATA-BAIXA-ATR   PIC 9(08).
           03 VALOR-PEND-ATR   PIC 9(9)V99.
           03 VALOR-BAIXA-ATR  PIC 9(11)V99.
