      ******************************************************************
      * Author:
      * Date:
      * Purpose: fechamento da compensacao de cheques do dia, rodado
      *          depois do ATTCLIENT: cada cheque em compensacao em
      *          CHEQUE.DAT e conferido em CTRLMOV.DAT (postado =
      *          pago) e, se nao postado, na rejeicao registrada em
      *          ARQLOG.DAT, que vira o motivo padrao de devolucao
      *          (sem fundos 11 ou 12, conta encerrada 13, bloqueio
      *          24, demais 59). As devolucoes se juntam as decididas
      *          na apresentacao pelo RECEBECHQ em CHQDEV.WRK, e o
      *          arquivo de devolucao do dia para a camara
      *          (CHQDEV.DAT, desenho H/D/T de CPCHD) e montado a
      *          partir dele, com quantidade e hash no trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVECHQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCHQ ASSIGN TO "CHEQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CHQ
           FILE STATUS IS ST-CHQ.

           SELECT ARQCTRL ASSIGN TO "CTRLMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-CTRL
           FILE STATUS IS ST-CTRL.

           SELECT ARQLOG ASSIGN TO "ARQLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-LOG.

           SELECT ARQDVW ASSIGN TO "CHQDEV.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-DVW.

           SELECT ARQCHD ASSIGN TO "CHQDEV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CHD.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCHQ.
           COPY CPCHQ.

       FD  ARQCTRL.
           COPY CPCTL.

       FD  ARQLOG.
           COPY CPLOG.

       FD  ARQDVW.
           COPY CPCHD.

       FD  ARQCHD.
       01  REG-SAI-CHD     PIC X(52).

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CHQ          PIC X(02).
       77  ST-CTRL         PIC X(02).
       77  ST-LOG          PIC X(02).
       77  ST-DVW          PIC X(02).
       77  ST-CHD          PIC X(02).
       77  FIM-CHQ         PIC 9(01) VALUE ZERO.
       77  FIM-LOG         PIC 9(01) VALUE ZERO.
       77  FIM-DVW         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CHQ      PIC 9(01) VALUE 1.
       77  WS-TEM-CTRL     PIC 9(01) VALUE 1.
       77  WS-TEM-LOG      PIC 9(01) VALUE 1.
       77  WS-BANCO        PIC X(03) VALUE "747".
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-ACHOU        PIC 9(01).
       77  WS-IDX          PIC 9(05).
       77  WS-QTD-REJ      PIC 9(05) VALUE ZERO.
       77  WS-TABELA-CHEIA PIC 9(01) VALUE ZERO.
       77  WS-QTD-PAGOS    PIC 9(09) VALUE ZERO.
       77  WS-VALOR-PAGOS  PIC 9(11)V99 VALUE ZERO.
       77  WS-QTD-DEV-POSTING PIC 9(09) VALUE ZERO.
       77  WS-QTD-AGUARDANDO PIC 9(09) VALUE ZERO.
       77  WS-QTD-DETALHES PIC 9(09) VALUE ZERO.
       77  WS-HASH         PIC 9(15) VALUE ZERO.
       77  WS-VALOR-CENT   PIC 9(13).
       77  WS-MOTIVO-DEV   PIC 9(02).

      *    rejeicoes da ultima execucao do ATTCLIENT, pelo numero de
      *    controle, para dar o motivo ao cheque que nao foi postado
       01  WS-TABELA-REJEITADOS.
           03 WS-REJ-LINHA OCCURS 20000 TIMES.
               05 WS-REJ-CONTROLE  PIC 9(10).
               05 WS-REJ-MOTIVO    PIC X(20).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-REJEITADOS.
           PERFORM ABRE-ARQ.
           IF WS-TEM-CHQ = 1
               PERFORM PROCESSO UNTIL FIM-CHQ EQUAL 1
           END-IF
           CLOSE ARQDVW.
           PERFORM MONTA-ARQUIVO-DEVOLUCAO.
           PERFORM FINALIZA.
           STOP RUN.

      *    sem ARQLOG.DAT o ATTCLIENT nao rodou: nenhum cheque tem
      *    decisao de rejeicao, e os nao postados seguem aguardando
       CARREGA-REJEITADOS.
           OPEN INPUT ARQLOG
           IF ST-LOG EQUAL '35'
               MOVE ZERO TO WS-TEM-LOG
           ELSE
               IF ST-LOG NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ARQLOG.DAT ' ST-LOG
                   STOP RUN
               END-IF
               PERFORM CARREGA-REJEITADOS-LE UNTIL FIM-LOG = 1
               CLOSE ARQLOG
           END-IF.

      *    trailer, conta atualizada e perna de cobertura nao sao
      *    rejeicao
       CARREGA-REJEITADOS-LE.
           READ ARQLOG
               AT END
                   MOVE 1 TO FIM-LOG
               NOT AT END
                   IF MARCA-TRAILER NOT EQUAL "TRAILER1"
                           AND DESCRICAO-LOG NOT EQUAL
                               " CONTA ATUALIZADA"
                           AND DESCRICAO-LOG NOT EQUAL
                               " COBERTURA ENVIADA"
                           AND DESCRICAO-LOG NOT EQUAL
                               " COBERTURA RECEBIDA"
                       PERFORM GUARDA-REJEITADO
                   END-IF
           END-READ.

       GUARDA-REJEITADO.
           IF WS-QTD-REJ < 20000
               ADD 1 TO WS-QTD-REJ
               MOVE NUM-CONTROLE-LOG TO WS-REJ-CONTROLE (WS-QTD-REJ)
               MOVE DESCRICAO-LOG TO WS-REJ-MOTIVO (WS-QTD-REJ)
           ELSE
               MOVE 1 TO WS-TABELA-CHEIA
           END-IF.

       ABRE-ARQ.
      *    sem CHEQUE.DAT nenhum cheque foi apresentado ainda
           OPEN I-O ARQCHQ
           IF ST-CHQ EQUAL '35'
               MOVE ZERO TO WS-TEM-CHQ
           ELSE
               IF ST-CHQ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CHEQUE.DAT ' ST-CHQ
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQCTRL
           IF ST-CTRL EQUAL '35'
               MOVE ZERO TO WS-TEM-CTRL
           ELSE
               IF ST-CTRL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLMOV.DAT ' ST-CTRL
                   STOP RUN
               END-IF
           END-IF.

      *    as devolucoes do posting entram no mesmo trabalho das
      *    devolucoes da apresentacao, logo antes de a folha ser
      *    marcada devolvida: numa queda no meio a reexecucao acha
      *    no trabalho o que ja foi decidido e nao perde cheque
           OPEN EXTEND ARQDVW
           IF ST-DVW EQUAL '35'
               OPEN OUTPUT ARQDVW
               CLOSE ARQDVW
               OPEN EXTEND ARQDVW
           END-IF.
           IF ST-DVW NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQDEV.WRK ' ST-DVW
               STOP RUN.

       PROCESSO.
           READ ARQCHQ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CHQ
               NOT AT END
                   IF CHQ-EM-COMPENSACAO
                       PERFORM CONFERE-COMPENSACAO
                   END-IF
           END-READ.

      *    postado (marca em CTRLMOV.DAT) e cheque pago; rejeitado
      *    no log volta para a camara; sem nenhum dos dois o posting
      *    ainda nao aconteceu e o cheque segue em compensacao
       CONFERE-COMPENSACAO.
           MOVE ZERO TO WS-ACHOU
           IF WS-TEM-CTRL = 1
               MOVE CTRL-CHQ TO NUM-CTRL
               READ ARQCTRL KEY IS NUM-CTRL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ACHOU
               END-READ
           END-IF
           IF WS-ACHOU = 1
               ADD 1 TO WS-QTD-PAGOS
               ADD VALOR-CHQ TO WS-VALOR-PAGOS
               MOVE "P" TO SITUACAO-CHQ
               REWRITE REG-CHQ
           ELSE
               PERFORM PROCURA-REJEICAO
               IF WS-ACHOU = 1
                   PERFORM DEVOLVE-CHEQUE
               ELSE
                   ADD 1 TO WS-QTD-AGUARDANDO
                   DISPLAY 'AGUARDANDO POSTING CONTA ' AGENCIA-CHQ
                       '-' CONTA-CHQ ' CHEQUE ' NUM-CHQ
                       ' CONTROLE ' CTRL-CHQ
               END-IF
           END-IF.

       PROCURA-REJEICAO.
           MOVE ZERO TO WS-ACHOU
           PERFORM COMPARA-REJEICAO VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-REJ OR WS-ACHOU = 1
           IF WS-ACHOU = 1
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       COMPARA-REJEICAO.
           IF WS-REJ-CONTROLE (WS-IDX) = CTRL-CHQ
               MOVE 1 TO WS-ACHOU
           END-IF.

      *    de/para entre a rejeicao do ATTCLIENT e o motivo padrao
      *    de devolucao; a falta de fundos e 11 na primeira vez e 12
      *    quando a folha ja tinha voltado sem fundos antes (o
      *    RECEBECHQ guarda o motivo anterior na folha)
       DEVOLVE-CHEQUE.
           IF WS-REJ-MOTIVO (WS-IDX) = " SALDO INSUFICIENTE"
               IF MOTIVO-DEV-CHQ = 11
                   MOVE 12 TO WS-MOTIVO-DEV
               ELSE
                   MOVE 11 TO WS-MOTIVO-DEV
               END-IF
           ELSE IF WS-REJ-MOTIVO (WS-IDX) = " CONTA ENCERRADA"
               MOVE 13 TO WS-MOTIVO-DEV
           ELSE IF WS-REJ-MOTIVO (WS-IDX) = " CONTA BLOQUEADA"
                   OR WS-REJ-MOTIVO (WS-IDX) = " SALDO BLOQUEADO"
               MOVE 24 TO WS-MOTIVO-DEV
           ELSE
               MOVE 59 TO WS-MOTIVO-DEV
           END-IF
           ADD 1 TO WS-QTD-DEV-POSTING
           COMPUTE WS-VALOR-CENT = VALOR-CHQ * 100
           MOVE SPACES TO REG-CHD
           MOVE "D" TO TIPO-REG-CHD
           MOVE AGENCIA-CHQ TO AGENCIA-CHD
           MOVE CONTA-CHQ TO CONTA-CHD
           MOVE NUM-CHQ TO NUM-CHQ-CHD
           MOVE DATA-APRES-CHQ TO DATA-APRES-CHD
           MOVE WS-VALOR-CENT TO VALOR-CENT-CHD
           MOVE REF-CAMARA-CHQ TO REF-CAMARA-CHD
           MOVE BANCO-APRES-CHQ TO BANCO-APRES-CHD
           MOVE WS-MOTIVO-DEV TO MOTIVO-DEV-CHD
           WRITE REG-CHD
           DISPLAY 'DEVOLVIDO CONTA ' AGENCIA-CHQ '-' CONTA-CHQ
               ' CHEQUE ' NUM-CHQ ' VALOR ' VALOR-CHQ
               ' MOTIVO ' WS-MOTIVO-DEV
               WS-REJ-MOTIVO (WS-IDX)
           MOVE "D" TO SITUACAO-CHQ
           MOVE WS-MOTIVO-DEV TO MOTIVO-DEV-CHQ
           MOVE WS-DATA-HOJE TO DATA-DEV-CHQ
           REWRITE REG-CHQ.

      *    o arquivo do dia sai inteiro do trabalho acumulado, com
      *    cabecalho e trailer; so depois de fechado o trabalho e
      *    esvaziado para a proxima remessa
       MONTA-ARQUIVO-DEVOLUCAO.
           OPEN INPUT ARQDVW
           IF ST-DVW NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQDEV.WRK ' ST-DVW
               STOP RUN.

           OPEN OUTPUT ARQCHD
           IF ST-CHD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQDEV.DAT ' ST-CHD
               STOP RUN.

           MOVE SPACES TO REG-CHD
           MOVE "H" TO TIPO-REG-CHD
           MOVE WS-DATA-HOJE TO DATA-ARQ-CHD
           MOVE WS-BANCO TO BANCO-CHD
           MOVE WS-RUN-ID TO RUN-ID-CHD
           WRITE REG-SAI-CHD FROM REG-CHD
           PERFORM COPIA-DEVOLUCAO UNTIL FIM-DVW = 1
           MOVE SPACES TO REG-CHD
           MOVE "T" TO TIPO-REG-CHD
           MOVE WS-QTD-DETALHES TO QTD-CHD
           MOVE WS-HASH TO HASH-CHD
           WRITE REG-SAI-CHD FROM REG-CHD
           CLOSE ARQCHD
           CLOSE ARQDVW
           OPEN OUTPUT ARQDVW
           CLOSE ARQDVW.

       COPIA-DEVOLUCAO.
           READ ARQDVW
               AT END
                   MOVE 1 TO FIM-DVW
               NOT AT END
                   IF CHD-DETALHE
                       ADD 1 TO WS-QTD-DETALHES
                       ADD VALOR-CENT-CHD TO WS-HASH
                       WRITE REG-SAI-CHD FROM REG-CHD
                   END-IF
           END-READ.


      *    os arquivos compartilhados nao podem mudar enquanto outra
      *    execucao estiver marcada em andamento em CTRLRUN.DAT; sem
      *    o arquivo de controle (primeiras execucoes) segue normal
       VERIFICA-RUN.
           OPEN INPUT ARQRUN
           IF ST-RUN EQUAL '35'
               CONTINUE
           ELSE
               IF ST-RUN NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLRUN.DAT ' ST-RUN
                   STOP RUN
               END-IF
               PERFORM VERIFICA-RUN-LE UNTIL FIM-RUN = 1
               CLOSE ARQRUN
           END-IF.

       VERIFICA-RUN-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   MOVE RUN-ID TO WS-ULT-RUN-ID
                   IF RUN-EM-EXECUCAO
                       DISPLAY 'EXECUCAO EM ANDAMENTO (RUN ' RUN-ID
                           ' PROGRAMA ' PROGRAMA-RUN
                           '), NAO VOU PARTIR'
                       CLOSE ARQRUN
                       STOP RUN
                   END-IF
           END-READ.

      *    registra este lote como em andamento em CTRLRUN.DAT, para
      *    o ATTCLIENT (e os demais lotes) recusarem partir por cima;
      *    uma queda aqui deixa a trava de pe, e o LIBERARUN solta
       REGISTRA-RUN-LOTE.
           COMPUTE WS-RUN-ID = WS-ULT-RUN-ID + 1
           OPEN EXTEND ARQRUN
           IF ST-RUN EQUAL '35'
               OPEN OUTPUT ARQRUN
               CLOSE ARQRUN
               OPEN EXTEND ARQRUN
           END-IF
           IF ST-RUN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CTRLRUN.DAT ' ST-RUN
               STOP RUN
           END-IF
           MOVE WS-RUN-ID TO RUN-ID
           MOVE "DEVOLVECHQ" TO PROGRAMA-RUN
           MOVE "E" TO SITUACAO-RUN
           ACCEPT DATA-INI-RUN FROM DATE YYYYMMDD
           ACCEPT HORA-INI-RUN FROM TIME
           MOVE ZERO TO QTD-LIDOS-RUN
           MOVE ZERO TO QTD-POSTADOS-RUN
           WRITE REG-RUN
           CLOSE ARQRUN.

      *    fecha o registro deste lote como concluido
       ENCERRA-RUN-LOTE.
           MOVE ZERO TO FIM-RUN
           OPEN I-O ARQRUN
           IF ST-RUN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CTRLRUN.DAT ' ST-RUN
               STOP RUN
           END-IF
           PERFORM ENCERRA-RUN-LOTE-LE UNTIL FIM-RUN = 1
           CLOSE ARQRUN.

       ENCERRA-RUN-LOTE-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   IF RUN-ID = WS-RUN-ID
                       MOVE "C" TO SITUACAO-RUN
                       REWRITE REG-RUN
                       MOVE 1 TO FIM-RUN
                   END-IF
           END-READ.

       FINALIZA.
           DISPLAY 'CHEQUES PAGOS.................: ' WS-QTD-PAGOS
               ' VALOR ' WS-VALOR-PAGOS
           DISPLAY 'DEVOLVIDOS NO POSTING.........: '
               WS-QTD-DEV-POSTING
           DISPLAY 'AGUARDANDO POSTING............: '
               WS-QTD-AGUARDANDO
           DISPLAY 'DETALHES NO ARQUIVO DE DEVOLUCAO: '
               WS-QTD-DETALHES ' HASH: ' WS-HASH
           IF WS-TEM-LOG = ZERO
               DISPLAY 'AVISO: ARQLOG.DAT AUSENTE, REJEICOES DO'
                   ' POSTING NAO FORAM CONFERIDAS'
           END-IF
           IF WS-TEM-CTRL = ZERO
               DISPLAY 'AVISO: CTRLMOV.DAT AUSENTE, PAGAMENTOS NAO'
                   ' FORAM CONFERIDOS'
           END-IF
           IF WS-TABELA-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE REJEITADOS CHEIA, PARTE DOS'
                   ' CHEQUES FICOU AGUARDANDO'
           END-IF
           IF WS-TEM-CHQ = 1
               CLOSE ARQCHQ
           END-IF
           IF WS-TEM-CTRL = 1
               CLOSE ARQCTRL
           END-IF
           PERFORM ENCERRA-RUN-LOTE.
