      *          marca de postado, tipicamente saldo insuficiente), e
      *          reemitida ate o limite de tentativas informado pelo
      *          operador e so entao marcada caduca, com a instrucao
      *          no relatorio em vez de sumir em silencio e o aviso
      *          ao cliente em NOTIFPEN.WRK (ver GERANOTIF). A
      *          retentativa e exclusiva daqui: o EXTRAREJ exclui da
      *          reapresentacao as rejeicoes de emissao pendente de
      *          AGENDA.DAT, senao o REINJETA e este programa
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SEQ.

           SELECT ARQPEN ASSIGN TO "NOTIFPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PEN.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQSEQ.
           COPY CPSEQ.

       FD  ARQPEN.
           COPY CPNTF.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-CTRL         PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  ST-PEN          PIC X(02).
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-DATA-NOVA    PIC 9(08).

      *    complemento do aviso de instrucao caduca
       01  WS-COMPL-AVISO.
           03 FILLER           PIC X(10) VALUE "INSTRUCAO ".
           03 WS-NUM-AGD-AVISO PIC 9(08).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).
               DISPLAY 'ERRO AO ABRIR ARQMOVI.DAT ' ST-MOV
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

      *    proximo numero de controle unico para os movimentos gerados
       LE-SEQUENCIA.
           MOVE ZERO TO WS-PROX-CONTROLE
               ' TENTATIVAS ' QTD-TENT-AGD
           MOVE "C" TO SITUACAO-AGD
           MOVE ZEROS TO CTRL-PEND-AGD
           REWRITE REG-AGD
           PERFORM AVISA-CADUCA.

      *    o documento do titular e completado pelo GERANOTIF
       AVISA-CADUCA.
           MOVE SPACES TO REG-NTF
           MOVE "D" TO TIPO-REG-NTF
           MOVE ZEROS TO DOC-NTF
           MOVE AGENCIA-AGD TO AGENCIA-NTF
           MOVE CONTA-AGD TO CONTA-NTF
           MOVE 04 TO EVENTO-NTF
           MOVE "-" TO SINAL-NTF
           COMPUTE VALOR-CENT-NTF = VALOR-AGD * 100
           MOVE WS-DATA-PROC TO DATA-EVENTO-NTF
           MOVE NUM-AGD TO WS-NUM-AGD-AVISO
           MOVE WS-COMPL-AVISO TO COMPL-NTF
           WRITE REG-NTF.

      *    instrucao vencida: passou da data final, encerra; senao
      *    emite o movimento do vencimento corrente e guarda o
               CLOSE ARQCTRL
           END-IF
           CLOSE ARQMOV.
           CLOSE ARQPEN.
           PERFORM ENCERRA-RUN-LOTE.
