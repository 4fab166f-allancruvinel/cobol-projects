           03 USUARIO-AUD      PIC X(08).
           03 AGENCIA-AUD      PIC 9(03).
           03 CONTA-AUD        PIC 9(06).
      *    mesmos codigos de OPERACAO-MNT; 13 = transferencia de
      *    agencia, gravada pelo TRANSFAG; 18, 19 e 20 = inclusao,
      *    novo valor e encerramento de agendamento (MANTAGENDA);
      *    21 = estorno (ESTORNO)
           03 OPERACAO-AUD     PIC 9(02).
      *    na dupla alcada (APROVPEN.DAT) o pedido do autor entra
      *    como pendente e a decisao do aprovador e a aplicacao vem
      *    em registros proprios, ligados pelo numero do pedido em
      *    MOTIVO-AUD
           03 RESULTADO-AUD    PIC X(01).
               88 AUD-APLICADA     VALUE "A".
               88 AUD-REJEITADA    VALUE "R".
               88 AUD-PENDENTE     VALUE "P".
               88 AUD-APROVADA     VALUE "V".
               88 AUD-NEGADA       VALUE "N".
               88 AUD-EXPIRADA     VALUE "X".
           03 MOTIVO-AUD       PIC X(20).
           03 VALOR-ANT-AUD    PIC X(20).
           03 VALOR-NOVO-AUD   PIC X(20).
