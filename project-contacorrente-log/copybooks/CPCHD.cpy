      ******************************************************************
      * Copybook: CPCHD
      * Purpose:  Layout of the outbound cheque return file for the
      *           clearing house (CHQDEV.DAT / REG-CHD) written by
      *           DEVOLVECHQ, no desenho H/D/T de INTERCAM.DAT: um
      *           detalhe por cheque devolvido no dia, com a
      *           referencia da camara e o motivo padrao de
      *           devolucao, e trailer com quantidade e hash. O
      *           RECEBECHQ grava os detalhes das devolucoes decididas
      *           na apresentacao em CHQDEV.WRK, no mesmo desenho.
      ******************************************************************
       01  REG-CHD.
           03 TIPO-REG-CHD     PIC X(01).
               88 CHD-CABECALHO    VALUE "H".
               88 CHD-DETALHE      VALUE "D".
               88 CHD-TRAILER      VALUE "T".
           03 AGENCIA-CHD      PIC 9(03).
           03 CONTA-CHD        PIC 9(06).
           03 NUM-CHQ-CHD      PIC 9(06).
           03 DATA-APRES-CHD   PIC 9(08).
           03 VALOR-CENT-CHD   PIC 9(13).
           03 REF-CAMARA-CHD   PIC 9(10).
           03 BANCO-APRES-CHD  PIC 9(03).
      *    motivos padrao de devolucao de cheque da compensacao
           03 MOTIVO-DEV-CHD   PIC 9(02).
               88 DEV-SEM-FUNDOS-1   VALUE 11.
               88 DEV-SEM-FUNDOS-2   VALUE 12.
               88 DEV-CONTA-ENCERRADA VALUE 13.
               88 DEV-CONTRA-ORDEM   VALUE 21.
               88 DEV-BLOQUEIO       VALUE 24.
               88 DEV-TALAO-CANCELADO VALUE 25.
               88 DEV-FURTO-ROUBO    VALUE 28.
               88 DEV-NAO-REAPRESENTAVEL VALUE 43.
               88 DEV-REMESSA-NULA   VALUE 49.
               88 DEV-INCONSISTENTE  VALUE 59.

       01  REG-CHD-CAB REDEFINES REG-CHD.
           03 FILLER           PIC X(01).
           03 DATA-ARQ-CHD     PIC 9(08).
           03 BANCO-CHD        PIC X(03).
           03 RUN-ID-CHD       PIC 9(09).
           03 FILLER           PIC X(31).

       01  REG-CHD-TRL REDEFINES REG-CHD.
           03 FILLER           PIC X(01).
           03 QTD-CHD          PIC 9(09).
           03 HASH-CHD         PIC 9(15).
           03 FILLER           PIC X(27).
