      ******************************************************************
      * Copybook: CPECT
      * Purpose:  Layout of the account-closure register
      *           (ENCERCTL.DAT / REG-ECT), chaveado pela conta e
      *           mantido pelo ENCERRACT: o registro nasce em
      *           liquidacao quando os movimentos de juros pro rata,
      *           tarifa final e pagamento do saldo sao emitidos, e
      *           passa a encerrado quando o posting zera a conta e o
      *           SITUACAO-CLI vira 3. Fica no arquivo como o registro
      *           de encerramento da conta para a auditoria, com os
      *           valores liquidados e os controles dos movimentos.
      ******************************************************************
       01  REG-ECT.
           03 ID-ECT.
               05 AGENCIA-ECT  PIC 9(03).
               05 CONTA-ECT    PIC 9(06).
           03 SITUACAO-ECT     PIC X(01).
               88 ECT-EM-LIQUIDACAO VALUE "L".
               88 ECT-ENCERRADA    VALUE "E".
           03 USUARIO-ECT      PIC X(08).
           03 DATA-PEDIDO-ECT  PIC 9(08).
           03 BANCO-PAG-ECT    PIC 9(03).
           03 AGENCIA-PAG-ECT  PIC 9(03).
           03 CONTA-PAG-ECT    PIC 9(06).
      *    saldo da conta no momento da liquidacao
           03 SALDO-INI-ECT    PIC S9(9)V99.
      *    valores e controles dos movimentos emitidos; controle
      *    zerado = movimento nao emitido (valor zero)
           03 VALOR-JUROS-ECT  PIC 9(9)V99.
           03 CTRL-JUROS-ECT   PIC 9(10).
           03 VALOR-TARIFA-ECT PIC 9(9)V99.
           03 CTRL-TARIFA-ECT  PIC 9(10).
      *    ultimo pagamento emitido: um saldo que sobra depois do
      *    posting (pagamento devolvido ou credito tardio) gera novo
      *    pagamento, ate o limite de tentativas
           03 VALOR-PAGTO-ECT  PIC 9(9)V99.
           03 CTRL-PAGTO-ECT   PIC 9(10).
           03 DATA-PAGTO-ECT   PIC 9(08).
           03 QTD-TENT-ECT     PIC 9(02).
      *    instrucoes de AGENDA.DAT e pendentes de RESSUB.DAT
      *    cancelados na liquidacao
           03 QTD-AGD-ECT      PIC 9(03).
           03 QTD-RES-ECT      PIC 9(03).
           03 DATA-ENC-ECT     PIC 9(08).
