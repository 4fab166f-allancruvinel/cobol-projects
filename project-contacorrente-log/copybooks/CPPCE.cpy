      ******************************************************************
      * Copybook: CPPCE
      * Purpose:  Layout of the loan installment schedule
      *           (PARCEMP.DAT / REG-PCE), uma linha por parcela do
      *           plano de amortizacao do contrato de EMPREST.DAT,
      *           chaveada por contrato + numero da parcela. O
      *           GERAPARCEL emite o debito da parcela vencida em
      *           ARQMOVI.DAT, guarda o controle ate a confirmacao em
      *           CTRLMOV.DAT e, enquanto nao confirmada, envelhece a
      *           parcela e atualiza os encargos de atraso.
      ******************************************************************
       01  REG-PCE.
           03 CHAVE-PCE.
               05 NUM-EMP-PCE  PIC 9(08).
               05 SEQ-PCE      PIC 9(03).
           03 DATA-VENC-PCE    PIC 9(08).
           03 VALOR-PRINC-PCE  PIC 9(9)V99.
           03 VALOR-JUROS-PCE  PIC 9(9)V99.
      *    encargos de atraso: a multa entra uma vez, no primeiro dia
      *    de atraso; a mora e recalculada a cada execucao pelos
      *    dias corridos desde o vencimento
           03 VALOR-MULTA-PCE  PIC 9(9)V99.
           03 VALOR-MORA-PCE   PIC 9(9)V99.
           03 DIAS-ATRASO-PCE  PIC 9(05).
           03 SITUACAO-PCE     PIC X(01).
               88 PCE-ABERTA       VALUE "A".
               88 PCE-PAGA         VALUE "P".
      *    debito emitido e ainda nao confirmado: controle, valor
      *    cobrado (parcela + encargos do dia) e data da emissao;
      *    zeros quando nao ha emissao pendente
           03 CTRL-PEND-PCE    PIC 9(10).
           03 VALOR-COBRADO-PCE PIC 9(9)V99.
           03 DATA-COBRANCA-PCE PIC 9(08).
           03 QTD-TENT-PCE     PIC 9(03).
           03 DATA-PAGTO-PCE   PIC 9(08).
