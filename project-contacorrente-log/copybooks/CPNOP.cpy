      ******************************************************************
      * Copybook: CPNOP
      * Purpose:  Layout of the notification opt-out register
      *           (NOTIFOPT.DAT / REG-NOP), chaveado pelo documento do
      *           cliente e pelo codigo do evento de CPNTF: registro
      *           ativo = o cliente nao quer receber aquele aviso. E
      *           mantido pelo MANTCLIENT (recusa 16, reativacao 17)
      *           e consultado pelo GERANOTIF na montagem do arquivo.
      *           A reativacao so marca o registro, que fica como
      *           historico.
      ******************************************************************
       01  REG-NOP.
           03 ID-NOP.
               05 DOC-NOP          PIC 9(14).
               05 EVENTO-NOP       PIC 9(02).
           03 SITUACAO-NOP     PIC X(01).
               88 NOP-ATIVA        VALUE "A".
               88 NOP-CANCELADA    VALUE "C".
           03 DATA-NOP         PIC 9(08).
           03 DATA-CANCEL-NOP  PIC 9(08).
           03 USUARIO-NOP      PIC X(08).
