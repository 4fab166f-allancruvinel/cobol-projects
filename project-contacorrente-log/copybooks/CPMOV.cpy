               88 JUROS-MOV        VALUE 05.
               88 TRANSF-EXTERNA   VALUE 06.
               88 ESTORNO-MOV      VALUE 07.
      *        credito da liberacao de emprestimo e debito da
      *        parcela, gerados pelo CONTRATEMP e pelo GERAPARCEL
               88 EMPRESTIMO-MOV   VALUE 08.
               88 PARCELA-MOV      VALUE 09.
      *        baixa para prejuizo do saldo devedor em atraso, gerada
      *        pelo COBRADEV: credito que zera o saldo contra a conta
      *        contabil de perdas; aceito tambem em conta bloqueada
               88 BAIXA-PREJUIZO   VALUE 10.
      *        transferencia de cobertura automatica de saldo: nunca
      *        chega em ARQMOVI.DAT, e o tipo que o ATTCLIENT grava
      *        nas linhas de extrato das pernas de cobertura
               88 COBERTURA-MOV    VALUE 11.
      *        debito de cheque apresentado pela compensacao, gerado
      *        pelo RECEBECHQ depois de conferir talao, sustacao e
      *        folhas ja pagas
               88 CHEQUE-MOV       VALUE 12.
      *        imposto de renda retido na fonte sobre os juros
      *        creditados, gerado pelo JUROS (e pelo ENCERRACT nos
      *        juros pro rata) logo depois do credito, com o controle
      *        seguinte ao dele
               88 IR-RETIDO-MOV    VALUE 13.
           03 NUM-CONTROLE-MOV PIC 9(10).
      *    contrapartida de uma TRANSFERENCIA: a conta de destino que
      *    recebe o credito do valor debitado em ID-MOV. Zeros para
