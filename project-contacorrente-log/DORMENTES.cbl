      *          sinalizadas e seus saldos, para o compliance.
      *          Contas com data de atividade zerada (cadastro
      *          anterior ao controle) nao sao bloqueadas, apenas
      *          contadas no relatorio. Cada bloqueio vira aviso ao
      *          cliente em NOTIFPEN.WRK (ver GERANOTIF).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQPEN ASSIGN TO "NOTIFPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PEN.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQPEN.
           COPY CPNTF.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  ST-PEN          PIC X(02).
       77  WS-MESES-PRAZO  PIC 9(03).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-ANO-HOJE     PIC 9(04).
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    eventos para o aviso ao cliente, acumulados ate a proxima
      *    montagem do arquivo do provedor pelo GERANOTIF
           OPEN EXTEND ARQPEN
           IF ST-PEN EQUAL '35'
               OPEN OUTPUT ARQPEN
               CLOSE ARQPEN
               OPEN EXTEND ARQPEN
           END-IF.
           IF ST-PEN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFPEN.WRK ' ST-PEN
               STOP RUN.

       ZERA-TABELA.
           PERFORM VARYING IDX-AG FROM 1 BY 1 UNTIL IDX-AG > 1000
               MOVE ZERO TO WS-AG-QTD-DORMENTES (IDX-AG)
           END-IF
           DISPLAY '  CONTA ' CONTA ' NOME ' NOME-CLI
               ' ULTIMO MOVIMENTO ' DATA-ULT-MOV-CLI
               ' SALDO ' SALDO
           PERFORM AVISA-DORMENTE.

      *    o aviso leva o saldo da conta no bloqueio; o documento do
      *    titular e completado pelo GERANOTIF
       AVISA-DORMENTE.
           MOVE SPACES TO REG-NTF
           MOVE "D" TO TIPO-REG-NTF
           MOVE ZEROS TO DOC-NTF
           MOVE AGENCIA TO AGENCIA-NTF
           MOVE CONTA TO CONTA-NTF
           MOVE 05 TO EVENTO-NTF
           IF SALDO < 0
               MOVE "-" TO SINAL-NTF
               COMPUTE VALOR-CENT-NTF = 0 - (SALDO * 100)
           ELSE
               MOVE "+" TO SINAL-NTF
               COMPUTE VALOR-CENT-NTF = SALDO * 100
           END-IF
           MOVE WS-DATA-HOJE TO DATA-EVENTO-NTF
           WRITE REG-NTF.

       EMITE-RESUMO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 1000

       FINALIZA.
           CLOSE ARQCLI.
           CLOSE ARQPEN.
           PERFORM ENCERRA-RUN-LOTE.
