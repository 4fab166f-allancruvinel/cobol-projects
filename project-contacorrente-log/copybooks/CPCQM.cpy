      ******************************************************************
      * Copybook: CPCQM
      * Purpose:  Layout of the external cheque maintenance feed
      *           (CHQMNT.DAT / REG-CQM) consumed by MANTCHEQ, no
      *           mesmo espirito de MANUT.DAT para o MANTCLIENT:
      *           emissao e cancelamento de taloes (TALAO.DAT) e
      *           colocacao e revogacao de sustacoes (SUSTACAO.DAT).
      *           Apenas os campos da operacao precisam vir
      *           preenchidos.
      ******************************************************************
       01  REG-CQM.
           03 AGENCIA-CQM      PIC 9(03).
           03 CONTA-CQM        PIC 9(06).
      *    digito verificador da conta (modulo 11 sobre agencia +
      *    conta), conferido antes de qualquer alteracao
           03 DV-CQM           PIC 9(01).
           03 OPERACAO-CQM     PIC 9(02).
      *        a emissao usa QTD-FOLHAS-CQM; o cancelamento localiza
      *        o talao pelo primeiro numero em NUM-INI-CQM
               88 CQM-EMITIR-TALAO   VALUE 01.
               88 CQM-CANCELAR-TALAO VALUE 02.
      *        a sustacao cobre de NUM-INI-CQM a NUM-FIM-CQM (fim
      *        zerado = um cheque so) com o motivo de MOTIVO-CQM; a
      *        revogacao localiza a ordem pelo NUM-INI-CQM
               88 CQM-SUSTAR         VALUE 03.
               88 CQM-REVOGAR-SUST   VALUE 04.
           03 QTD-FOLHAS-CQM   PIC 9(03).
           03 NUM-INI-CQM      PIC 9(06).
           03 NUM-FIM-CQM      PIC 9(06).
           03 MOTIVO-CQM       PIC 9(02).
           03 USUARIO-CQM      PIC X(08).
