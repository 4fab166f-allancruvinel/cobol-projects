      ******************************************************************
      * Copybook: CPNTC
      * Purpose:  Layout of the notification control record
      *           (NOTIFCTL.DAT / REG-NTC): run id da ultima execucao
      *           do ATTCLIENT cujo ARQLOG.DAT ja virou aviso, para o
      *           GERANOTIF nunca avisar o mesmo posting duas vezes.
      ******************************************************************
       01  REG-NTC.
           03 ULT-RUN-NTC      PIC 9(09).
