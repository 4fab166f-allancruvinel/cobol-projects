      ******************************************************************
      * Copybook: CPPAS
      * Purpose:  Layout of the job-stream definition (ESTEIRA.DAT /
      *           REG-PAS) read by ESTEIRA: um passo por linha, na
      *           ordem de execucao da esteira noturna, com o nome do
      *           programa como ele se registra em CTRLRUN.DAT, o
      *           calendario do passo (todo dia, so no fim do mes, so
      *           no fim do ano), os passos que precisam estar
      *           concluidos antes dele e o comando que o executa. A
      *           esteira diaria usual e VALIDATRX, GERAMOVIME,
      *           GERAAGENDA, REINJETA, ATTCLIENT, EXTRAREJ, INTERCAMB,
      *           GERARAZAO, POSICAODIA, SALDORAZAO, AUDITSALDO e
      *           INTEGRID; JUROS, JUROSDEV, TARIFAS, o ciclo do
      *           EMITEXTRATO, o BALANCETE e o ANONIMIZA entram no
      *           fim do mes.
      *           Programas interativos (CAIXA, APROVA, ESTORNO) nao
      *           entram na esteira.
      ******************************************************************
       01  REG-PAS.
           03 PASSO-PAS        PIC 9(03).
           03 PROGRAMA-PAS     PIC X(10).
           03 PERIODO-PAS      PIC X(01).
               88 PAS-DIARIO       VALUE "D".
               88 PAS-FIM-MES      VALUE "M".
               88 PAS-FIM-ANO      VALUE "A".
      *    "S" para o programa que registra a execucao em CTRLRUN.DAT:
      *    o passo so conta como concluido com o registro da execucao
      *    concluido; nos demais vale o codigo de retorno do comando
           03 CTRLRUN-PAS      PIC X(01).
               88 PAS-REGISTRA-RUN VALUE "S".
      *    numeros de passos anteriores da esteira (zero = sem
      *    pre-requisito); passo fora do calendario do dia conta como
      *    atendido
           03 PRE-REQS-PAS.
               05 PRE-REQ-PAS      OCCURS 5 TIMES PIC 9(03).
      *    comando do sistema operacional; @DATAPRC e trocado pela
      *    data de processamento (as respostas aos pedidos de data
      *    dos programas vao no proprio comando). Em branco, executa
      *    o nome do programa
           03 COMANDO-PAS      PIC X(100).
