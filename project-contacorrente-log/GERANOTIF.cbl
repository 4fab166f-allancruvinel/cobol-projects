      ******************************************************************
      * Author:
      * Date:
      * Purpose: arquivo de avisos ao cliente para o provedor de SMS /
      *          e-mail, rodado depois de cada ciclo de posting: tira
      *          do ARQLOG.DAT do ultimo ATTCLIENT os debitos postados
      *          acima do valor de PARMNOT.DAT, as contas que ficaram
      *          negativas e os movimentos rejeitados, junta com os
      *          eventos acumulados em NOTIFPEN.WRK pelo GERAAGENDA
      *          (instrucao caduca), pelo DORMENTES (bloqueio por
      *          dormencia) e pelo MANTCLIENT (bloqueio de conta e
      *          bloqueio judicial), completa cada evento com o
      *          documento do titular, descarta os que o cliente
      *          recusou em NOTIFOPT.DAT e monta NOTIFIC.DAT no
      *          desenho H/D/T de CPNTF, com a quantidade no trailer.
      *          O run id do posting ja avisado fica em NOTIFCTL.DAT,
      *          para uma reexecucao nao repetir os avisos do log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERANOTIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

           SELECT ARQNOP ASSIGN TO "NOTIFOPT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-NOP
           FILE STATUS IS ST-NOP.

           SELECT ARQMOV ASSIGN TO "ARQMOVP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-MOV.

           SELECT ARQLOG ASSIGN TO "ARQLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-LOG.

           SELECT ARQPNT ASSIGN TO "PARMNOT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PNT.

           SELECT ARQNTC ASSIGN TO "NOTIFCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NTC.

           SELECT ARQPEN ASSIGN TO "NOTIFPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PEN.

           SELECT ARQNTF ASSIGN TO "NOTIFIC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-NTF.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQNOP.
           COPY CPNOP.

       FD  ARQMOV.
           COPY CPMOV.

       FD  ARQLOG.
           COPY CPLOG.

       FD  ARQPNT.
           COPY CPPNT.

       FD  ARQNTC.
           COPY CPNTC.

       FD  ARQPEN.
           COPY CPNTF.

       FD  ARQNTF.
       01  REG-SAI-NTF     PIC X(68).

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-MAP          PIC X(02).
       77  ST-NOP          PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-LOG          PIC X(02).
       77  ST-PNT          PIC X(02).
       77  ST-NTC          PIC X(02).
       77  ST-PEN          PIC X(02).
       77  ST-NTF          PIC X(02).
       77  FIM-MOV         PIC 9(01) VALUE ZERO.
       77  FIM-LOG         PIC 9(01) VALUE ZERO.
       77  FIM-PEN         PIC 9(01) VALUE ZERO.
       77  WS-TEM-MAP      PIC 9(01) VALUE 1.
       77  WS-TEM-NOP      PIC 9(01) VALUE 1.
       77  WS-TEM-MOV      PIC 9(01) VALUE 1.
       77  WS-TEM-LOG      PIC 9(01) VALUE 1.
       77  WS-BANCO        PIC X(03) VALUE "747".
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-RUN-MOVP     PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-AVISADO PIC 9(09) VALUE ZERO.
       77  WS-ACHOU        PIC 9(01).
       77  WS-ACHOU-CLI    PIC 9(01).
       77  WS-IDX          PIC 9(05).
       77  WS-IDX-EVT      PIC 9(02).
       77  WS-QTD-DEB      PIC 9(05) VALUE ZERO.
       77  WS-TABELA-CHEIA PIC 9(01) VALUE ZERO.
       77  WS-VALOR-DEBITO PIC S9(9)V99.
       77  WS-VALOR-EVENTO PIC S9(9)V99.
       77  WS-SALDO-ANTES  PIC S9(9)V99.
       77  WS-TEM-REJ-ANT  PIC 9(01) VALUE ZERO.
       77  WS-REJ-ANT-CONTROLE PIC 9(10).
       77  WS-REJ-ANT-VALOR PIC S9(9)V99.
       77  WS-QTD-EXTRAIDOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-DETALHES PIC 9(09) VALUE ZERO.
       77  WS-QTD-RECUSADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-SEM-DOC  PIC 9(09) VALUE ZERO.
       77  WS-QTD-SEM-CONTA PIC 9(09) VALUE ZERO.

      *    cabecalho gravado pelo ATTCLIENT no inicio de ARQMOVP.DAT
      *    (ver GRAVA-CAB-MOVP), com o run id daquele posting
       01  WS-CAB-MOVP.
           03 MARCA-CAB-MOVP   PIC X(08).
           03 RUN-ID-CAB       PIC 9(09).
           03 FILLER           PIC X(45).

      *    debitos da remessa do ultimo posting, pelo numero de
      *    controle e pela conta de origem, para dar o valor do
      *    debito a linha de conta atualizada do log (que so traz o
      *    saldo novo)
       01  WS-TABELA-DEBITOS.
           03 WS-DEB-LINHA OCCURS 20000 TIMES.
               05 WS-DEB-CONTROLE  PIC 9(10).
               05 WS-DEB-AGENCIA   PIC 9(03).
               05 WS-DEB-CONTA     PIC 9(06).
               05 WS-DEB-VALOR     PIC S9(9)V99.

      *    avisos gravados no arquivo do provedor, por codigo de
      *    evento de CPNTF
       01  WS-TABELA-EVENTOS.
           03 WS-QTD-EVENTO    PIC 9(09) OCCURS 7 TIMES.
       PROCEDURE DIVISION.
      *    o parametro vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM LE-PARAMETROS-AVISO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-CONTROLE-AVISO.
           PERFORM ABRE-ARQ.
           PERFORM CARREGA-DEBITOS.
           IF WS-RUN-MOVP > WS-ULT-RUN-AVISADO
               PERFORM EXTRAI-EVENTOS-LOG
           ELSE
               DISPLAY 'POSTING DO RUN ' WS-RUN-MOVP
                   ' JA AVISADO, SO OS EVENTOS PENDENTES SEGUEM'
           END-IF
           CLOSE ARQPEN.
           PERFORM MONTA-ARQUIVO-AVISOS.
           PERFORM FINALIZA.
           STOP RUN.

      *    o valor de debito elevado muda sem mudanca de programa;
      *    zero desliga esse aviso
       LE-PARAMETROS-AVISO.
           OPEN INPUT ARQPNT
           IF ST-PNT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMNOT.DAT ' ST-PNT
               STOP RUN.
           READ ARQPNT
               AT END
                   DISPLAY 'PARMNOT.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPNT.
           IF VALOR-DEB-ELEV-PNT IS NOT NUMERIC
               DISPLAY 'PARMNOT.DAT COM VALOR INVALIDO'
               STOP RUN.

      *    sem NOTIFCTL.DAT nenhum posting foi avisado ainda
       LE-CONTROLE-AVISO.
           MOVE ZERO TO WS-ULT-RUN-AVISADO
           OPEN INPUT ARQNTC
           IF ST-NTC = '00'
               READ ARQNTC
                   AT END CONTINUE
                   NOT AT END MOVE ULT-RUN-NTC TO WS-ULT-RUN-AVISADO
               END-READ
               CLOSE ARQNTC
           END-IF.

       ABRE-ARQ.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem MAPCONTA.DAT nenhuma conta foi transferida ainda
           OPEN INPUT ARQMAP
           IF ST-MAP EQUAL '35'
               MOVE ZERO TO WS-TEM-MAP
           ELSE
               IF ST-MAP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR MAPCONTA.DAT ' ST-MAP
                   STOP RUN
               END-IF
           END-IF.

      *    sem NOTIFOPT.DAT nenhum cliente recusou aviso ainda
           OPEN INPUT ARQNOP
           IF ST-NOP EQUAL '35'
               MOVE ZERO TO WS-TEM-NOP
           ELSE
               IF ST-NOP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR NOTIFOPT.DAT ' ST-NOP
                   STOP RUN
               END-IF
           END-IF.

      *    os eventos do log entram no mesmo trabalho dos eventos dos
      *    outros lotes; o arquivo do provedor sai inteiro dele
           OPEN EXTEND ARQPEN
           IF ST-PEN EQUAL '35'
               OPEN OUTPUT ARQPEN
               CLOSE ARQPEN
               OPEN EXTEND ARQPEN
           END-IF.
           IF ST-PEN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFPEN.WRK ' ST-PEN
               STOP RUN.

      *    sem ARQMOVP.DAT o ATTCLIENT nao rodou: o run id fica zero
      *    e o log nao e lido
       CARREGA-DEBITOS.
           OPEN INPUT ARQMOV
           IF ST-MOV EQUAL '35'
               MOVE ZERO TO WS-TEM-MOV
           ELSE
               IF ST-MOV NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ARQMOVP.DAT ' ST-MOV
                   STOP RUN
               END-IF
               PERFORM CARREGA-DEBITOS-LE UNTIL FIM-MOV = 1
               CLOSE ARQMOV
           END-IF.

       CARREGA-DEBITOS-LE.
           READ ARQMOV
               AT END
                   MOVE 1 TO FIM-MOV
               NOT AT END
                   IF REG-MOV (1:6) = "RUNCAB"
                       MOVE REG-MOV TO WS-CAB-MOVP
                       MOVE RUN-ID-CAB TO WS-RUN-MOVP
                   ELSE
                       IF MOVIMENTO < 0
                           PERFORM GUARDA-DEBITO
                       END-IF
                   END-IF
           END-READ.

       GUARDA-DEBITO.
           IF WS-QTD-DEB < 20000
               ADD 1 TO WS-QTD-DEB
               MOVE NUM-CONTROLE-MOV TO WS-DEB-CONTROLE (WS-QTD-DEB)
               MOVE AGENCIA-MOV TO WS-DEB-AGENCIA (WS-QTD-DEB)
               MOVE CONTA-MOV TO WS-DEB-CONTA (WS-QTD-DEB)
               MOVE MOVIMENTO TO WS-DEB-VALOR (WS-QTD-DEB)
           ELSE
               MOVE 1 TO WS-TABELA-CHEIA
           END-IF.

      *    o run id so e gravado depois de todos os eventos do log
      *    estarem no trabalho: uma queda no meio reextrai o log na
      *    reexecucao, e o cliente pode receber um aviso repetido,
      *    mas nenhum aviso se perde
       EXTRAI-EVENTOS-LOG.
           OPEN INPUT ARQLOG
           IF ST-LOG EQUAL '35'
               MOVE ZERO TO WS-TEM-LOG
           ELSE
               IF ST-LOG NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ARQLOG.DAT ' ST-LOG
                   STOP RUN
               END-IF
               PERFORM EXTRAI-EVENTOS-LE UNTIL FIM-LOG = 1
               CLOSE ARQLOG
               PERFORM GRAVA-CONTROLE-AVISO
           END-IF.

       EXTRAI-EVENTOS-LE.
           READ ARQLOG
               AT END
                   MOVE 1 TO FIM-LOG
               NOT AT END
                   PERFORM TRATA-LINHA-LOG
           END-READ.

      *    perna de cobertura e trailer nao sao evento do cliente; o
      *    movimento duplicado e protecao da remessa, nao decisao
      *    sobre a conta. A perna de destino de uma transferencia
      *    rejeitada vem logo depois da de origem, com o mesmo
      *    controle e o valor invertido, e so a origem e avisada
       TRATA-LINHA-LOG.
           IF MARCA-TRAILER = "TRAILER1"
               MOVE ZERO TO WS-TEM-REJ-ANT
           ELSE IF DESCRICAO-LOG = " CONTA ATUALIZADA"
               MOVE ZERO TO WS-TEM-REJ-ANT
               PERFORM AVALIA-POSTADO
           ELSE IF DESCRICAO-LOG = " COBERTURA ENVIADA"
                   OR DESCRICAO-LOG = " COBERTURA RECEBIDA"
                   OR DESCRICAO-LOG = " MOVIMENTO DUPLICADO"
               MOVE ZERO TO WS-TEM-REJ-ANT
           ELSE
               IF WS-TEM-REJ-ANT = 1
                       AND NUM-CONTROLE-LOG = WS-REJ-ANT-CONTROLE
                       AND VALOR-LOG = 0 - WS-REJ-ANT-VALOR
                   MOVE ZERO TO WS-TEM-REJ-ANT
               ELSE
                   MOVE 1 TO WS-TEM-REJ-ANT
                   MOVE NUM-CONTROLE-LOG TO WS-REJ-ANT-CONTROLE
                   MOVE VALOR-LOG TO WS-REJ-ANT-VALOR
                   MOVE VALOR-LOG TO WS-VALOR-EVENTO
                   MOVE 03 TO EVENTO-NTF
                   PERFORM MONTA-EVENTO-LOG
                   MOVE DESCRICAO-LOG TO COMPL-NTF
                   PERFORM GRAVA-EVENTO
               END-IF
           END-IF.

      *    so a perna de debito acha o controle na tabela com a
      *    mesma conta; o saldo anterior e o saldo novo menos o
      *    debito, e o aviso de saldo negativo sai so na passagem
      *    de positivo (ou zero) para negativo
       AVALIA-POSTADO.
           PERFORM PROCURA-DEBITO
           IF WS-ACHOU = 1
               COMPUTE WS-VALOR-DEBITO = 0 - WS-DEB-VALOR (WS-IDX)
               IF VALOR-DEB-ELEV-PNT > ZERO
                       AND WS-VALOR-DEBITO > VALOR-DEB-ELEV-PNT
                   MOVE WS-DEB-VALOR (WS-IDX) TO WS-VALOR-EVENTO
                   MOVE 01 TO EVENTO-NTF
                   PERFORM MONTA-EVENTO-LOG
                   PERFORM GRAVA-EVENTO
               END-IF
               COMPUTE WS-SALDO-ANTES = VALOR-LOG + WS-VALOR-DEBITO
               IF VALOR-LOG < 0 AND WS-SALDO-ANTES NOT < 0
                   MOVE VALOR-LOG TO WS-VALOR-EVENTO
                   MOVE 02 TO EVENTO-NTF
                   PERFORM MONTA-EVENTO-LOG
                   PERFORM GRAVA-EVENTO
               END-IF
           END-IF.

       PROCURA-DEBITO.
           MOVE ZERO TO WS-ACHOU
           PERFORM COMPARA-DEBITO VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-DEB OR WS-ACHOU = 1
           IF WS-ACHOU = 1
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       COMPARA-DEBITO.
           IF WS-DEB-CONTROLE (WS-IDX) = NUM-CONTROLE-LOG
                   AND WS-DEB-AGENCIA (WS-IDX) = AGENCIA-LOG
                   AND WS-DEB-CONTA (WS-IDX) = CONTA-LOG
               MOVE 1 TO WS-ACHOU
           END-IF.

      *    evento do log, com a conta e a data do movimento; o codigo
      *    do evento ja vem carregado
       MONTA-EVENTO-LOG.
           MOVE "D" TO TIPO-REG-NTF
           MOVE ZEROS TO DOC-NTF
           MOVE AGENCIA-LOG TO AGENCIA-NTF
           MOVE CONTA-LOG TO CONTA-NTF
           MOVE DATA-LOG TO DATA-EVENTO-NTF
           MOVE SPACES TO COMPL-NTF
           IF WS-VALOR-EVENTO < 0
               MOVE "-" TO SINAL-NTF
               COMPUTE VALOR-CENT-NTF = 0 - (WS-VALOR-EVENTO * 100)
           ELSE
               MOVE "+" TO SINAL-NTF
               COMPUTE VALOR-CENT-NTF = WS-VALOR-EVENTO * 100
           END-IF.

       GRAVA-EVENTO.
           WRITE REG-NTF
           ADD 1 TO WS-QTD-EXTRAIDOS.

       GRAVA-CONTROLE-AVISO.
           OPEN OUTPUT ARQNTC
           IF ST-NTC NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFCTL.DAT ' ST-NTC
               STOP RUN.
           MOVE WS-RUN-MOVP TO ULT-RUN-NTC
           WRITE REG-NTC
           CLOSE ARQNTC.

      *    o arquivo do provedor sai inteiro do trabalho acumulado,
      *    com cabecalho e trailer; so depois de fechado o trabalho
      *    e esvaziado para a proxima montagem
       MONTA-ARQUIVO-AVISOS.
           PERFORM ZERA-EVENTO VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > 7
           OPEN INPUT ARQPEN
           IF ST-PEN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFPEN.WRK ' ST-PEN
               STOP RUN.

           OPEN OUTPUT ARQNTF
           IF ST-NTF NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFIC.DAT ' ST-NTF
               STOP RUN.

           MOVE SPACES TO REG-NTF
           MOVE "H" TO TIPO-REG-NTF
           MOVE WS-DATA-HOJE TO DATA-ARQ-NTF
           MOVE WS-BANCO TO BANCO-NTF
           MOVE WS-RUN-ID TO RUN-ID-NTF
           WRITE REG-SAI-NTF FROM REG-NTF
           PERFORM COPIA-AVISO UNTIL FIM-PEN = 1
           MOVE SPACES TO REG-NTF
           MOVE "T" TO TIPO-REG-NTF
           MOVE WS-QTD-DETALHES TO QTD-NTF
           WRITE REG-SAI-NTF FROM REG-NTF
           CLOSE ARQNTF
           CLOSE ARQPEN
           OPEN OUTPUT ARQPEN
           CLOSE ARQPEN.

       ZERA-EVENTO.
           MOVE ZERO TO WS-QTD-EVENTO (WS-IDX-EVT).

      *    evento de conta que ja nao existe nem pelo MAPCONTA, ou de
      *    titular sem documento, nao tem como chegar ao cliente e
      *    fica so na contagem
       COPIA-AVISO.
           READ ARQPEN
               AT END
                   MOVE 1 TO FIM-PEN
               NOT AT END
                   IF NTF-DETALHE
                       PERFORM TRATA-AVISO
                   END-IF
           END-READ.

       TRATA-AVISO.
           PERFORM LOCALIZA-TITULAR
           IF WS-ACHOU-CLI = 0
               ADD 1 TO WS-QTD-SEM-CONTA
           ELSE IF DOC-CLI = ZERO
               ADD 1 TO WS-QTD-SEM-DOC
           ELSE
               PERFORM CONFERE-RECUSA
               IF WS-ACHOU = 1
                   ADD 1 TO WS-QTD-RECUSADOS
               ELSE
                   PERFORM GRAVA-AVISO
               END-IF
           END-IF.

      *    conta transferida de agencia depois do evento: o aviso
      *    sai com o numero novo, que e o que o cliente conhece
       LOCALIZA-TITULAR.
           MOVE 1 TO WS-ACHOU-CLI
           MOVE AGENCIA-NTF TO AGENCIA
           MOVE CONTA-NTF TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE 0 TO WS-ACHOU-CLI
           END-READ
           IF WS-ACHOU-CLI = 0 AND WS-TEM-MAP = 1
               MOVE ID-CLI TO ID-ANT-MAP
               READ ARQMAP KEY IS ID-ANT-MAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-NOVO-MAP TO ID-CLI
                       MOVE 1 TO WS-ACHOU-CLI
                       READ ARQCLI KEY IS ID-CLI
                           INVALID KEY
                               MOVE 0 TO WS-ACHOU-CLI
                       END-READ
               END-READ
           END-IF.

       CONFERE-RECUSA.
           MOVE ZERO TO WS-ACHOU
           IF WS-TEM-NOP = 1
               MOVE DOC-CLI TO DOC-NOP
               MOVE EVENTO-NTF TO EVENTO-NOP
               READ ARQNOP KEY IS ID-NOP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOP-ATIVA
                           MOVE 1 TO WS-ACHOU
                       END-IF
               END-READ
           END-IF.

       GRAVA-AVISO.
           MOVE DOC-CLI TO DOC-NTF
           MOVE AGENCIA TO AGENCIA-NTF
           MOVE CONTA TO CONTA-NTF
           WRITE REG-SAI-NTF FROM REG-NTF
           ADD 1 TO WS-QTD-DETALHES
           IF NTF-EVENTO-VALIDO
               ADD 1 TO WS-QTD-EVENTO (EVENTO-NTF)
           END-IF.

       EXIBE-QTD-EVENTO.
           DISPLAY '  EVENTO ' WS-IDX-EVT ': '
               WS-QTD-EVENTO (WS-IDX-EVT).


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
           MOVE "GERANOTIF" TO PROGRAMA-RUN
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
           DISPLAY 'EVENTOS TIRADOS DO LOG.........: '
               WS-QTD-EXTRAIDOS
           DISPLAY 'AVISOS NO ARQUIVO DO PROVEDOR..: '
               WS-QTD-DETALHES
           PERFORM EXIBE-QTD-EVENTO VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > 7
           DISPLAY 'RECUSADOS PELO CLIENTE.........: '
               WS-QTD-RECUSADOS
           DISPLAY 'TITULAR SEM DOCUMENTO..........: '
               WS-QTD-SEM-DOC
           DISPLAY 'CONTA NAO LOCALIZADA...........: '
               WS-QTD-SEM-CONTA
           IF WS-TEM-MOV = ZERO
               DISPLAY 'AVISO: ARQMOVP.DAT AUSENTE, O POSTING NAO'
                   ' FOI AVISADO'
           END-IF
           IF WS-TEM-LOG = ZERO
               DISPLAY 'AVISO: ARQLOG.DAT AUSENTE, O POSTING NAO'
                   ' FOI AVISADO'
           END-IF
           IF WS-TABELA-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE DEBITOS CHEIA, PARTE DOS'
                   ' DEBITOS NAO FOI AVISADA'
           END-IF
           CLOSE ARQCLI.
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF
           IF WS-TEM-NOP = 1
               CLOSE ARQNOP
           END-IF
           PERFORM ENCERRA-RUN-LOTE.
