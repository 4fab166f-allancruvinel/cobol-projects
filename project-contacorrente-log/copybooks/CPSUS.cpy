      ******************************************************************
      * Copybook: CPSUS
      * Purpose:  Layout of the stop-payment file (SUSTACAO.DAT /
      *           REG-SUS), mantido pelo MANTCHEQ a partir das
      *           operacoes de CHQMNT.DAT: um registro por ordem de
      *           sustacao, cobrindo um cheque ou uma faixa de folhas
      *           da conta, com o motivo padrao de devolucao que o
      *           RECEBECHQ usa ao devolver um cheque sustado.
      ******************************************************************
       01  REG-SUS.
           03 ID-SUS.
               05 AGENCIA-SUS      PIC 9(03).
               05 CONTA-SUS        PIC 9(06).
               05 NUM-INI-SUS      PIC 9(06).
           03 NUM-FIM-SUS      PIC 9(06).
      *    motivo de devolucao da ordem: 21 contra-ordem ou sustacao
      *    a pedido do emitente, 28 sustacao por furto ou roubo
           03 MOTIVO-SUS       PIC 9(02).
               88 SUS-CONTRA-ORDEM VALUE 21.
               88 SUS-FURTO-ROUBO  VALUE 28.
           03 DATA-SUS         PIC 9(08).
           03 DATA-REVOG-SUS   PIC 9(08).
           03 USUARIO-SUS      PIC X(08).
           03 SITUACAO-SUS     PIC X(01).
               88 SUS-ATIVA        VALUE "A".
               88 SUS-REVOGADA     VALUE "R".
