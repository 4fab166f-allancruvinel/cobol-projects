           03 OPERACAO-MNT     PIC 9(02).
               88 MNT-BLOQUEAR      VALUE 01.
               88 MNT-DESBLOQUEAR   VALUE 02.
      *    encerramento: recusado pelo MANTCLIENT, a conta so
      *    encerra pelo ENCERRACT (pedido em ENCERRA.DAT)
               88 MNT-ENCERRAR      VALUE 03.
               88 MNT-NOVO-LIMITE   VALUE 04.
               88 MNT-NOVA-TAXA     VALUE 05.
      *    correcao do documento do titular (DOC-CLI), vindo em
      *    DOC-MNT; garante o cliente em CLIMEST.DAT
               88 MNT-NOVO-DOC      VALUE 12.
      *    cobertura automatica de saldo (COBERTUR.DAT): a adesao liga
      *    a conta pagadora de ID-FONTE-MNT a conta do registro, na
      *    ordem de PRIORIDADE-MNT; o cancelamento desliga a pagadora
      *    daquela prioridade. 13 e a transferencia de agencia,
      *    gravada direto na auditoria pelo TRANSFAG
               88 MNT-ADERIR-COBERT VALUE 14.
               88 MNT-CANCELAR-COBERT VALUE 15.
      *    recusa (16) e volta (17) do aviso ao cliente do evento de
      *    EVENTO-MNT, para o documento do titular (NOTIFOPT.DAT)
               88 MNT-RECUSAR-AVISO VALUE 16.
               88 MNT-ACEITAR-AVISO VALUE 17.
      *    operacoes de dupla alcada: o MANTCLIENT nao aplica, grava
      *    o pedido em APROVPEN.DAT para outro usuario aprovar (ver
      *    APROVA); o novo limite (04) tambem, quando aumenta o
      *    limite atual da conta
               88 MNT-EXIGE-APROVACAO VALUE 01 02 11 12.
           03 LIMITE-MNT       PIC 9(9)V99.
           03 TAXA-MNT         PIC 9(01)V9(04).
           03 QTD-DEB-MNT      PIC 9(03).
      *    digito verificador da conta (modulo 11 sobre agencia +
      *    conta), conferido antes de qualquer alteracao
           03 DV-MNT           PIC 9(01).
      *    conta pagadora e prioridade da cobertura automatica, so
      *    nas operacoes 14 e 15
           03 ID-FONTE-MNT.
               05 AGENCIA-FONTE-MNT PIC 9(03).
               05 CONTA-FONTE-MNT  PIC 9(06).
           03 PRIORIDADE-MNT   PIC 9(02).
      *    codigo do evento de aviso de CPNTF, so nas operacoes 16
      *    e 17
           03 EVENTO-MNT       PIC 9(02).
               88 MNT-EVENTO-VALIDO VALUE 01 THRU 07.
