      ******************************************************************
      * Copybook: CPCHP
      * Purpose:  Layout of the inbound cheque presentment file from
      *           the clearing house (CHQAPRES.DAT / REG-CHP), no
      *           mesmo desenho H/D/T de INTERCIN.DAT: cabecalho com
      *           a data do arquivo, o banco e o numero da remessa, um
      *           detalhe por cheque apresentado contra uma conta
      *           nossa e trailer com a quantidade de detalhes e o
      *           hash (soma dos centavos) que o RECEBECHQ confere.
      ******************************************************************
       01  REG-CHP.
           03 TIPO-REG-CHP     PIC X(01).
               88 CHP-CABECALHO    VALUE "H".
               88 CHP-DETALHE      VALUE "D".
               88 CHP-TRAILER      VALUE "T".
           03 AGENCIA-CHP      PIC 9(03).
           03 CONTA-CHP        PIC 9(06).
           03 NUM-CHQ-CHP      PIC 9(06).
           03 DATA-APRES-CHP   PIC 9(08).
           03 VALOR-CENT-CHP   PIC 9(13).
      *    referencia do cheque na camara, devolvida no arquivo de
      *    devolucao para a camara casar a resposta
           03 REF-CAMARA-CHP   PIC 9(10).
           03 BANCO-APRES-CHP  PIC 9(03).

       01  REG-CHP-CAB REDEFINES REG-CHP.
           03 FILLER           PIC X(01).
           03 DATA-ARQ-CHP     PIC 9(08).
           03 BANCO-CHP        PIC X(03).
           03 REMESSA-CHP      PIC 9(09).
           03 FILLER           PIC X(29).

       01  REG-CHP-TRL REDEFINES REG-CHP.
           03 FILLER           PIC X(01).
           03 QTD-CHP          PIC 9(09).
           03 HASH-CHP         PIC 9(15).
           03 FILLER           PIC X(25).
