      ******************************************************************
      * Copybook: CPAPR
      * Purpose:  Layout of the pending-approval file (APROVPEN.DAT /
      *           REG-APR), a dupla alcada das operacoes sensiveis:
      *           MANTCLIENT, MANTAGENDA e ESTORNO gravam aqui o
      *           pedido com o usuario que o fez em vez de aplica-lo;
      *           o APROVA deixa outro usuario aprovar ou rejeitar (e
      *           expira o que passou do prazo), e so o pedido aprovado
      *           e aplicado, na proxima execucao do programa de
      *           origem. O registro fica no arquivo como historico.
      ******************************************************************
       01  REG-APR.
           03 NUM-APR          PIC 9(08).
           03 ORIGEM-APR       PIC X(01).
               88 APR-MANUTENCAO   VALUE "M".
               88 APR-AGENDA       VALUE "A".
               88 APR-ESTORNO      VALUE "E".
      *    pendente ate a decisao; aprovado fica a espera do programa
      *    de origem, que o marca efetivado ao aplicar (aplicado ou
      *    rejeitado pela critica, conforme a auditoria)
           03 SITUACAO-APR     PIC X(01).
               88 APR-PENDENTE     VALUE "P".
               88 APR-APROVADO     VALUE "A".
               88 APR-REJEITADO    VALUE "R".
               88 APR-EXPIRADO     VALUE "X".
               88 APR-EFETIVADO    VALUE "F".
           03 USUARIO-SOL-APR  PIC X(08).
           03 DATA-SOL-APR     PIC 9(08).
           03 HORA-SOL-APR     PIC 9(06).
      *    conta e codigo de operacao como vao para AUDMANT.DAT, e a
      *    imagem anterior / pedida para o aprovador ver o que decide
           03 AGENCIA-APR      PIC 9(03).
           03 CONTA-APR        PIC 9(06).
           03 OPERACAO-APR     PIC 9(02).
           03 VALOR-ANT-APR    PIC X(20).
           03 VALOR-NOVO-APR   PIC X(20).
           03 USUARIO-DEC-APR  PIC X(08).
           03 DATA-DEC-APR     PIC 9(08).
           03 HORA-DEC-APR     PIC 9(06).
           03 DATA-EFET-APR    PIC 9(08).
      *    o pedido como chegou: REG-MNT (origem M), REG-AGM (origem
      *    A) ou o numero de controle a estornar (origem E)
           03 IMAGEM-APR       PIC X(100).
           03 IMAGEM-EST-APR REDEFINES IMAGEM-APR.
               05 CONTROLE-EST-APR PIC 9(10).
               05 FILLER           PIC X(90).
