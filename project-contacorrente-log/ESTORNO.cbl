      *          lancamento nunca ser desfeito duas vezes. O estorno
      *          segue o fluxo normal de posting do ATTCLIENT, entao
      *          o saldo, o log e o extrato fecham como em qualquer
      *          movimento. O estorno e de dupla alcada: o primeiro
      *          pedido do controle so fica registrado em APROVPEN.DAT
      *          com o usuario que o fez; depois que outro usuario o
      *          aprova no APROVA, o controle informado de novo e
      *          estornado. Pedido e aplicacao vao para a trilha
      *          AUDMANT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SEQ.

           SELECT ARQAPR ASSIGN TO "APROVPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-APR
           FILE STATUS IS ST-APR.

           SELECT ARQAUD ASSIGN TO "AUDMANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQSEQ.
           COPY CPSEQ.

       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQAUD.
           COPY CPAUD.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-QTD-LEGS     PIC 9(02) VALUE ZERO.
       77  ST-APR          PIC X(02).
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  ST-AUD          PIC X(02).
       77  WS-USUARIO      PIC X(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-ULT-NUM-APR  PIC 9(08) VALUE ZERO.
       77  WS-NUM-PEDIDO   PIC 9(08) VALUE ZERO.
       77  WS-SIT-PEDIDO   PIC X(01) VALUE SPACE.
       77  WS-AGENCIA-ORIG PIC 9(03).
       77  WS-CONTA-ORIG   PIC 9(06).

      *    controle, pernas geradas e numero do pedido de
      *    APROVPEN.DAT, como vao para a auditoria
       01  WS-DESC-CONTROLE.
           03 FILLER           PIC X(09) VALUE "CONTROLE ".
           03 WS-NUM-DESC-CTRL PIC 9(10).

       01  WS-DESC-PERNAS.
           03 FILLER           PIC X(07) VALUE "PERNAS ".
           03 WS-QTD-DESC-PERNAS PIC 9(02).

       01  WS-DESC-PEDIDO.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
           03 WS-NUM-DESC-PEDIDO PIC 9(08).
       PROCEDURE DIVISION.
      *    o controle e pedido e conferido antes da trava: um pedido
      *    invalido aborta sem deixar registro pendurado em CTRLRUN
       INICIO.
           PERFORM PEDE-USUARIO.
           PERFORM PEDE-CONTROLE.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM CONFERE-ORIGINAL.
           PERFORM LE-SEQUENCIA.
      *    o arquivo morto vem antes do vivo, como no EMITEXTRATO
           PERFORM PROCESSO-ARQUIVO UNTIL FIM-ARQV EQUAL 1.
           PERFORM PROCESSO UNTIL FIM-EXT EQUAL 1.
           PERFORM CONFERE-GERACAO.
           PERFORM EFETIVA-PEDIDO.
           PERFORM FINALIZA.
           STOP RUN.

      *    o usuario identifica o autor do pedido na dupla alcada
       PEDE-USUARIO.
           DISPLAY 'USUARIO: ' WITH NO ADVANCING
           ACCEPT WS-USUARIO.
           IF WS-USUARIO = SPACES
               DISPLAY 'USUARIO NAO INFORMADO'
               STOP RUN.

       PEDE-CONTROLE.
           DISPLAY 'NUMERO DE CONTROLE A ESTORNAR: '
               WITH NO ADVANCING
               DISPLAY 'ERRO AO ABRIR ARQMOVI.DAT ' ST-MOV
               STOP RUN.

      *    os pedidos de dupla alcada persistem entre execucoes; abre
      *    I-O, criando o arquivo so na primeira execucao
           OPEN I-O ARQAPR
           IF ST-APR EQUAL '35'
               OPEN OUTPUT ARQAPR
               CLOSE ARQAPR
               OPEN I-O ARQAPR
           END-IF.
           IF ST-APR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR APROVPEN.DAT ' ST-APR
               STOP RUN.

      *    a trilha de auditoria e cumulativa entre execucoes; abre em
      *    EXTEND, criando o arquivo so na primeira execucao
           OPEN EXTEND ARQAUD
           IF ST-AUD EQUAL '35'
               OPEN OUTPUT ARQAUD
               CLOSE ARQAUD
               OPEN EXTEND ARQAUD
           END-IF.
           IF ST-AUD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR AUDMANT.DAT ' ST-AUD
               STOP RUN.

      *    a marca em CTRLMOV.DAT e a prova de que o movimento foi
      *    postado; sem ela nao ha o que desfazer. A marca de
      *    estorno entra aqui, ANTES de qualquer perna ser gerada:
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
           END-IF
           MOVE AGENCIA-CTRL TO WS-AGENCIA-ORIG
           MOVE CONTA-CTRL TO WS-CONTA-ORIG
           MOVE WS-CONTROLE-PED TO WS-NUM-DESC-CTRL
           PERFORM CONFERE-APROVACAO
           MOVE "E" TO ESTORNADO-CTRL
           REWRITE REG-CTRL.

      *    dupla alcada: so segue o controle com pedido aprovado por
      *    outro usuario no APROVA. Sem pedido em aberto, este vira o
      *    pedido pendente; com pedido ainda pendente, nada e feito.
      *    Pedido rejeitado ou expirado nao conta: pode ser refeito
       CONFERE-APROVACAO.
           PERFORM PROCURA-PEDIDO-LE UNTIL FIM-APR = 1
           IF WS-SIT-PEDIDO = "P"
               DISPLAY 'CONTROLE ' WS-CONTROLE-PED
                   ' JA AGUARDA APROVACAO NO PEDIDO ' WS-NUM-PEDIDO
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
           END-IF
           IF WS-SIT-PEDIDO NOT = "A"
               PERFORM REGISTRA-PEDIDO
               DISPLAY 'ESTORNO DO CONTROLE ' WS-CONTROLE-PED
                   ' ENVIADO PARA APROVACAO: PEDIDO ' NUM-APR
               CLOSE ARQAPR
               CLOSE ARQAUD
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
           END-IF.

       PROCURA-PEDIDO-LE.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   MOVE NUM-APR TO WS-ULT-NUM-APR
                   IF APR-ESTORNO
                           AND CONTROLE-EST-APR = WS-CONTROLE-PED
                           AND (APR-PENDENTE OR APR-APROVADO)
                       MOVE SITUACAO-APR TO WS-SIT-PEDIDO
                       MOVE NUM-APR TO WS-NUM-PEDIDO
                   END-IF
           END-READ.

      *    grava o pedido pendente em APROVPEN.DAT com o controle e o
      *    usuario que o fez, e a entrada do autor na auditoria
       REGISTRA-PEDIDO.
           ADD 1 TO WS-ULT-NUM-APR
           MOVE WS-ULT-NUM-APR TO NUM-APR
           MOVE "E" TO ORIGEM-APR
           MOVE "P" TO SITUACAO-APR
           MOVE WS-USUARIO TO USUARIO-SOL-APR
           MOVE WS-DATA-HOJE TO DATA-SOL-APR
           MOVE WS-HORA-AGORA TO HORA-SOL-APR
           MOVE WS-AGENCIA-ORIG TO AGENCIA-APR
           MOVE WS-CONTA-ORIG TO CONTA-APR
           MOVE 21 TO OPERACAO-APR
           MOVE WS-DESC-CONTROLE TO VALOR-ANT-APR
           MOVE "ESTORNADO" TO VALOR-NOVO-APR
           MOVE SPACES TO USUARIO-DEC-APR
           MOVE ZEROS TO DATA-DEC-APR
           MOVE ZEROS TO HORA-DEC-APR
           MOVE ZEROS TO DATA-EFET-APR
           MOVE SPACES TO IMAGEM-APR
           MOVE WS-CONTROLE-PED TO CONTROLE-EST-APR
           WRITE REG-APR
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           MOVE "P" TO RESULTADO-AUD
           MOVE WS-DESC-CONTROLE TO VALOR-ANT-AUD
           MOVE "ESTORNADO" TO VALOR-NOVO-AUD
           PERFORM GRAVA-AUDITORIA.

      *    proximo numero de controle unico para os movimentos gerados
       LE-SEQUENCIA.
           MOVE ZERO TO WS-PROX-CONTROLE
               STOP RUN
           END-IF.

      *    pernas geradas: o pedido aprovado sai da fila e a
      *    aplicacao vai para a auditoria com o usuario que a fez.
      *    (sem perna nenhuma o pedido continua aprovado, para ser
      *    refeito depois de investigado)
       EFETIVA-PEDIDO.
           MOVE WS-NUM-PEDIDO TO NUM-APR
           READ ARQAPR KEY IS NUM-APR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "F" TO SITUACAO-APR
                   MOVE WS-DATA-HOJE TO DATA-EFET-APR
                   REWRITE REG-APR
           END-READ
           MOVE WS-NUM-PEDIDO TO WS-NUM-DESC-PEDIDO
           MOVE WS-QTD-LEGS TO WS-QTD-DESC-PERNAS
           MOVE "A" TO RESULTADO-AUD
           MOVE WS-DESC-CONTROLE TO VALOR-ANT-AUD
           MOVE WS-DESC-PERNAS TO VALOR-NOVO-AUD
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           MOVE WS-DATA-HOJE TO DATA-AUD
           MOVE WS-HORA-AGORA TO HORA-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           MOVE WS-AGENCIA-ORIG TO AGENCIA-AUD
           MOVE WS-CONTA-ORIG TO CONTA-AUD
           MOVE 21 TO OPERACAO-AUD
           MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           WRITE REG-AUD.


      *    os arquivos compartilhados nao podem mudar enquanto outra
      *    execucao estiver marcada em andamento em CTRLRUN.DAT; sem
               CLOSE ARQARQV
           END-IF
           CLOSE ARQMOV.
           CLOSE ARQAPR.
           CLOSE ARQAUD.
           PERFORM ENCERRA-RUN-LOTE.
