      ******************************************************************
      * Copybook: CPPCB
      * Purpose:  Layout of the collection parameters (PARMCOB.DAT /
      *           REG-PCB) read by COBRADEV and PROVISAO: faixa de
      *           atraso a partir da qual a conta e bloqueada (zero
      *           nao bloqueia), dias em atraso alem dos quais o saldo
      *           devedor e baixado para prejuizo (zero nao baixa) e o
      *           percentual de provisao de cada faixa, 1 a 4.
      ******************************************************************
       01  REG-PCB.
           03 FAIXA-BLOQ-PCB   PIC 9(01).
           03 DIAS-BAIXA-PCB   PIC 9(04).
           03 PERC-PROV-PCB    OCCURS 4 TIMES PIC 9(03)V99.
