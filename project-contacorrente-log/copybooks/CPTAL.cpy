      ******************************************************************
      * Copybook: CPTAL
      * Purpose:  Layout of the cheque-book file (TALAO.DAT / REG-TAL),
      *           mantido pelo MANTCHEQ a partir das operacoes de
      *           CHQMNT.DAT: um registro por talao entregue a conta,
      *           com a faixa de numeracao das folhas. A numeracao e
      *           continua por conta (cada talao novo comeca no
      *           numero seguinte ao fim do ultimo), e o RECEBECHQ so
      *           aceita cheque cujo numero caia na faixa de um talao
      *           ativo da conta.
      ******************************************************************
       01  REG-TAL.
           03 ID-TAL.
               05 AGENCIA-TAL      PIC 9(03).
               05 CONTA-TAL        PIC 9(06).
               05 NUM-INI-TAL      PIC 9(06).
           03 NUM-FIM-TAL      PIC 9(06).
           03 DATA-EMISSAO-TAL PIC 9(08).
           03 DATA-CANCEL-TAL  PIC 9(08).
           03 USUARIO-TAL      PIC X(08).
           03 SITUACAO-TAL     PIC X(01).
               88 TAL-ATIVO        VALUE "A".
               88 TAL-CANCELADO    VALUE "C".
