      * Author:
      * Date:
      * Purpose: lanca em ARQMOVI.DAT os juros mensais sobre o saldo
      *          positivo de cada cliente de ARQCLIE.DAT, com o
      *          imposto de renda retido na fonte a aliquota de
      *          PARMIR.DAT lancado em seguida como debito proprio
      *          (tipo 13) sobre o mesmo credito. Nao atualiza
      *          SALDO diretamente: o movimento gerado segue o mesmo
      *          fluxo de posting e log de uma execucao normal do
      *          ATTCLIENT.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CPG
           FILE STATUS IS ST-CPG.
           SELECT ARQPIR ASSIGN TO "PARMIR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PIR.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCAL.
       FD  ARQCPG.
           COPY CPCPG.
       FD  ARQPIR.
           COPY CPPIR.
       WORKING-STORAGE SECTION.
       77  ST-CPG          PIC X(02).
       77  WS-RESPOSTA-CPG PIC X(01).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-VALOR-JUROS  PIC S9(9)V99.
       77  ST-PIR          PIC X(02).
       77  WS-ALIQ-IR      PIC 9(02)V99.
       77  WS-VALOR-IR     PIC S9(9)V99.
       77  WS-DATA-JUROS   PIC 9(08).
      *    feriados bancarios de CALENFER.DAT; 200 datas cobrem
      *    varios anos de calendario com folga
           03 WS-FERIADO OCCURS 200 TIMES PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS-IR.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
               DISPLAY 'ERRO AO ABRIR COMPGER.DAT ' ST-CPG
               STOP RUN.

      *    a aliquota do imposto retido muda por norma, sem mudanca
      *    de programa; o parametro vem antes da trava
       LE-PARAMETROS-IR.
           OPEN INPUT ARQPIR
           IF ST-PIR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMIR.DAT ' ST-PIR
               STOP RUN.
           READ ARQPIR
               AT END
                   DISPLAY 'PARMIR.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPIR.
           IF ALIQ-IR-PIR IS NOT NUMERIC
               DISPLAY 'PARMIR.DAT COM ALIQUOTA INVALIDA'
               STOP RUN.
           MOVE ALIQ-IR-PIR TO WS-ALIQ-IR.

      *    proximo numero de controle unico para os movimentos gerados
       LE-SEQUENCIA.
           MOVE ZERO TO WS-PROX-CONTROLE
               COMPUTE WS-VALOR-JUROS ROUNDED = SALDO * TAXA-JUROS
               IF WS-VALOR-JUROS > 0
                   PERFORM GRAVA-MOVIMENTO-JUROS
                   PERFORM CALCULA-E-GRAVA-IR
               END-IF
           END-IF.

      *    o imposto retido sai com o controle seguinte ao dos juros:
      *    o ATTCLIENT posta o mesmo dia por controle, e o debito so
      *    entra depois do credito que o originou
       CALCULA-E-GRAVA-IR.
           COMPUTE WS-VALOR-IR ROUNDED =
               WS-VALOR-JUROS * WS-ALIQ-IR / 100
           IF WS-VALOR-IR > 0
               PERFORM GRAVA-MOVIMENTO-IR
           END-IF.

       GRAVA-MOVIMENTO-JUROS.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA TO AGENCIA-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV.

       GRAVA-MOVIMENTO-IR.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA TO AGENCIA-MOV
           MOVE CONTA TO CONTA-MOV
           MOVE WS-DATA-JUROS TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - WS-VALOR-IR
           MOVE 13 TO TIPO-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV.



      *    feriados bancarios; sem o arquivo, so os fins de semana
