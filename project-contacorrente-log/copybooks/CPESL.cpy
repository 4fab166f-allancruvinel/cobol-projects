      ******************************************************************
      * Copybook: CPESL
      * Purpose:  Layout of the job-stream log (ESTLOG.DAT / REG-ESL)
      *           written by ESTEIRA: uma linha por passo tratado, com
      *           a data de processamento, o run id que o programa
      *           registrou em CTRLRUN.DAT e o resultado. E por ele
      *           que a reexecucao da esteira na mesma data pula os
      *           passos ja concluidos. Cumulativo entre execucoes.
      ******************************************************************
       01  REG-ESL.
           03 DATA-PROC-ESL    PIC 9(08).
           03 PASSO-ESL        PIC 9(03).
           03 PROGRAMA-ESL     PIC X(10).
           03 RUN-ID-ESL       PIC 9(09).
           03 SITUACAO-ESL     PIC X(01).
               88 ESL-CONCLUIDO    VALUE "C".
               88 ESL-FALHOU       VALUE "F".
               88 ESL-JA-CONCLUIDO VALUE "J".
               88 ESL-FORA-CALEND  VALUE "N".
               88 ESL-SEM-PRE-REQ  VALUE "P".
           03 RETORNO-ESL      PIC S9(09).
           03 DATA-INI-ESL     PIC 9(08).
           03 HORA-INI-ESL     PIC 9(06).
           03 HORA-FIM-ESL     PIC 9(06).
           03 MOTIVO-ESL       PIC X(30).
