      ******************************************************************
      * Copybook: CPIRF
      * Purpose:  Layout of the consolidated income-statement file for
      *           the tax authority return (INFREND.DAT / REG-IRF)
      *           written by INFORMEIR: cabecalho com o ano-base, o
      *           banco e a data de geracao, um detalhe por documento
      *           do titular com os juros brutos creditados no ano e o
      *           imposto retido sobre eles, somadas todas as contas
      *           do documento, e trailer com a quantidade de
      *           detalhes e os totais que a declaracao confere.
      ******************************************************************
       01  REG-IRF.
           03 TIPO-REG-IRF     PIC X(01).
               88 IRF-CABECALHO    VALUE "H".
               88 IRF-DETALHE      VALUE "D".
               88 IRF-TRAILER      VALUE "T".
           03 DOC-IRF          PIC 9(14).
           03 NOME-IRF         PIC X(20).
           03 ANO-BASE-IRF     PIC 9(04).
           03 QTD-CONTAS-IRF   PIC 9(05).
           03 RENDIMENTO-IRF   PIC 9(11)V99.
           03 IR-RETIDO-IRF    PIC 9(11)V99.

       01  REG-IRF-CAB REDEFINES REG-IRF.
           03 FILLER           PIC X(01).
           03 ANO-CAB-IRF      PIC 9(04).
           03 BANCO-IRF        PIC X(03).
           03 DATA-GER-IRF     PIC 9(08).
           03 FILLER           PIC X(54).

       01  REG-IRF-TRL REDEFINES REG-IRF.
           03 FILLER           PIC X(01).
           03 QTD-IRF          PIC 9(09).
           03 TOT-REND-IRF     PIC 9(13)V99.
           03 TOT-IR-IRF       PIC 9(13)V99.
           03 FILLER           PIC X(30).
