           03 ID-CLI.
               05 AGENCIA  PIC 9(03).
               05 CONTA    PIC 9(06).
      *    "ANONIMIZADO" marca a conta encerrada cujos dados pessoais
      *    o ANONIMIZA substituiu depois do prazo de guarda
           03 NOME-CLI     PIC X(20).
               88 CLI-ANONIMIZADO  VALUE "ANONIMIZADO".
           03 SALDO        PIC S9(9)V99.
           03 LIMITE-CREDITO PIC 9(9)V99.
           03 ULT-SEQ-EXTRATO PIC 9(06).
      *    documento (CPF/CNPJ) do titular, chave do cadastro de
      *    clientes CLIMEST.DAT: e o que amarra as varias contas de
      *    um mesmo cliente entre agencias. Zeros em contas abertas
      *    antes do controle, ate a correcao via MANTCLIENT, e nas
      *    contas anonimizadas
           03 DOC-CLI          PIC 9(14).
