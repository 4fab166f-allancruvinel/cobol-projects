      ******************************************************************
      * Author:
      * Date:
      * Purpose: transferencia de conta para outra agencia, a partir
      *          dos pedidos do arquivo externo TRANSFAG.DAT. O
      *          registro RED-CLI inteiro (saldo, ULT-SEQ-EXTRATO,
      *          DATA-ULT-MOV-CLI, limites, documento) passa para o
      *          numero novo, com novo digito verificador, e o
      *          historico acompanha a conta: as linhas de
      *          EXTRATO.DAT e do arquivo morto EXTARQV.DAT, os
      *          bloqueios de BLOQJUD.DAT, as instrucoes de AGENDA.DAT
      *          (como origem ou destino), as coberturas de saldo de
      *          COBERTUR.DAT (como coberta ou pagadora), os taloes,
      *          sustacoes e cheques apresentados (TALAO.DAT,
      *          SUSTACAO.DAT, CHEQUE.DAT) e os pendentes de
      *          RESSUB.DAT sao rechaveados. A troca
      *          fica registrada em MAPCONTA.DAT (antigo para novo,
      *          com a data de corte informada) para o VALIDATRX e o
      *          ATTCLIENT redirecionarem o movimento que ainda
      *          chegar no numero antigo, e na trilha AUDMANT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQTAG ASSIGN TO "TRANSFAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-TAG.

           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

           SELECT ARQEXT ASSIGN TO "EXTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-EXTRATO
           FILE STATUS IS ST-EXT.

      *    arquivo morto gerado pela faxina (ARQUIVAEXT); mesmo
      *    desenho CPEXT, guarda as linhas anteriores a retencao
           SELECT ARQARQV ASSIGN TO "EXTARQV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ARQV.

           SELECT ARQBLQ ASSIGN TO "BLOQJUD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-BLQ
           FILE STATUS IS ST-BLQ.

           SELECT ARQAGD ASSIGN TO "AGENDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-AGD
           FILE STATUS IS ST-AGD.

           SELECT ARQRES ASSIGN TO "RESSUB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RES.

           SELECT ARQECT ASSIGN TO "ENCERCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ECT
           FILE STATUS IS ST-ECT.

           SELECT ARQAPR ASSIGN TO "APROVPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-APR
           FILE STATUS IS ST-APR.

           SELECT ARQEMP ASSIGN TO "EMPREST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-EMP
           ALTERNATE RECORD KEY IS ID-CONTA-EMP WITH DUPLICATES
           FILE STATUS IS ST-EMP.

           SELECT ARQATR ASSIGN TO "ATRASO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ATR
           FILE STATUS IS ST-ATR.

           SELECT ARQCBT ASSIGN TO "COBERTUR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CBT
           FILE STATUS IS ST-CBT.

           SELECT ARQTAL ASSIGN TO "TALAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-TAL
           FILE STATUS IS ST-TAL.

           SELECT ARQSUS ASSIGN TO "SUSTACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-SUS
           FILE STATUS IS ST-SUS.

           SELECT ARQCHQ ASSIGN TO "CHEQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CHQ
           FILE STATUS IS ST-CHQ.

           SELECT ARQAUD ASSIGN TO "AUDMANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQTAG.
           COPY CPTAG.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQEXT.
           COPY CPEXT.

       FD  ARQARQV.
       01  REG-ARQV        PIC X(57).

       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQAGD.
           COPY CPAGD.

       FD  ARQRES.
           COPY CPRES.

       FD  ARQECT.
           COPY CPECT.

       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQATR.
           COPY CPATR.

       FD  ARQCBT.
           COPY CPCBT.

       FD  ARQTAL.
           COPY CPTAL.

       FD  ARQSUS.
           COPY CPSUS.

       FD  ARQCHQ.
           COPY CPCHQ.

       FD  ARQAUD.
           COPY CPAUD.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-TAG          PIC X(02).
       77  ST-MAP          PIC X(02).
       77  ST-EXT          PIC X(02).
       77  ST-ARQV         PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-AGD          PIC X(02).
       77  ST-RES          PIC X(02).
       77  ST-ECT          PIC X(02).
       77  ST-APR          PIC X(02).
       77  ST-EMP          PIC X(02).
       77  ST-ATR          PIC X(02).
       77  ST-CBT          PIC X(02).
       77  ST-TAL          PIC X(02).
       77  ST-SUS          PIC X(02).
       77  ST-CHQ          PIC X(02).
       77  ST-AUD          PIC X(02).
       77  FIM-TAG         PIC 9(01) VALUE ZERO.
       77  FIM-MAP         PIC 9(01) VALUE ZERO.
       77  FIM-EXT         PIC 9(01) VALUE ZERO.
       77  FIM-ARQV        PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  FIM-RES         PIC 9(01) VALUE ZERO.
       77  FIM-EMP         PIC 9(01) VALUE ZERO.
       77  FIM-CBT         PIC 9(01) VALUE ZERO.
       77  FIM-TAL         PIC 9(01) VALUE ZERO.
       77  FIM-SUS         PIC 9(01) VALUE ZERO.
       77  FIM-CHQ         PIC 9(01) VALUE ZERO.
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  WS-ALTEROU      PIC 9(01) VALUE ZERO.
       77  WS-TEM-EXT      PIC 9(01) VALUE ZERO.
       77  WS-TEM-BLQ      PIC 9(01) VALUE ZERO.
       77  WS-TEM-AGD      PIC 9(01) VALUE ZERO.
       77  WS-TEM-ECT      PIC 9(01) VALUE ZERO.
       77  WS-TEM-APR      PIC 9(01) VALUE ZERO.
       77  WS-TEM-EMP      PIC 9(01) VALUE ZERO.
       77  WS-TEM-ATR      PIC 9(01) VALUE ZERO.
       77  WS-TEM-CBT      PIC 9(01) VALUE ZERO.
       77  WS-TEM-TAL      PIC 9(01) VALUE ZERO.
       77  WS-TEM-SUS      PIC 9(01) VALUE ZERO.
       77  WS-TEM-CHQ      PIC 9(01) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-DATA-CORTE   PIC 9(08).
       77  WS-DATA-VALIDA  PIC 9(08).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-MOTIVO       PIC X(20).
       77  WS-VALOR-ANT    PIC X(20).
       77  WS-VALOR-NOVO   PIC X(20).
       77  WS-DV-NOVO      PIC 9(01).
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-TRANSFERIDAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-RECUSADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-EXT      PIC 9(06).
       77  WS-QTD-ARQV     PIC 9(06).
       77  WS-QTD-BLQ      PIC 9(04).
       77  WS-QTD-AGD      PIC 9(04).
       77  WS-QTD-RES      PIC 9(04).
       77  WS-QTD-MAP      PIC 9(04).
       77  WS-QTD-EMP      PIC 9(04).
       77  WS-QTD-ATR      PIC 9(04).
       77  WS-QTD-CBT      PIC 9(04).
       77  WS-QTD-TAL      PIC 9(04).
       77  WS-QTD-SUS      PIC 9(04).
       77  WS-QTD-CHQ      PIC 9(06).
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).

       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-SOMA-DV      PIC 9(04).
       77  WS-PESO-DV      PIC 9(02).
       77  WS-IDX-DV       PIC 9(02).
       77  WS-QUOC-DV      PIC 9(04).
       77  WS-RESTO-DV     PIC 9(02).
       77  WS-DV           PIC 9(01).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    numero atual e numero novo da conta, no mesmo desenho de
      *    ID-CLI (agencia + conta), para comparar e trocar a chave
      *    nos registros que a guardam como texto
       01  WS-ID-ANT.
           03 WS-AGENCIA-ANT   PIC 9(03).
           03 WS-CONTA-ANT     PIC 9(06).
       01  WS-ID-NOVO.
           03 WS-AGENCIA-NOVA  PIC 9(03).
           03 WS-CONTA-NOVA    PIC 9(06).

      *    agencia/conta editadas para a trilha de auditoria
       01  WS-CONTA-EDIT.
           03 WS-AGENCIA-EDIT  PIC 9(03).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-NUMERO-EDIT   PIC 9(06).
           03 FILLER           PIC X(01) VALUE "-".
           03 WS-DV-EDIT       PIC 9(01).

      *    agencia + conta lado a lado, digito a digito, para o
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM PROCESSO UNTIL FIM-TAG EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.

      *    a data de corte e o ultimo dia em que o numero antigo
      *    ainda e redirecionado; precisa ser posterior a troca
       PEDE-PARAMETROS.
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PROC.
           MOVE WS-DATA-PROC TO WS-DATA-VALIDA
           PERFORM VALIDA-DATA.
           DISPLAY 'DATA DE CORTE DO REDIRECIONAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-CORTE.
           MOVE WS-DATA-CORTE TO WS-DATA-VALIDA
           PERFORM VALIDA-DATA.
           IF WS-DATA-CORTE NOT > WS-DATA-PROC
               DISPLAY 'DATA DE CORTE DEVE SER POSTERIOR A DATA DE '
                   'PROCESSAMENTO'
               STOP RUN.

      *    data de calendario de verdade, mesma critica de VALIDATRX
       VALIDA-DATA.
           DIVIDE WS-DATA-VALIDA BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 01 OR WS-MES > 12
               DISPLAY 'DATA INVALIDA ' WS-DATA-VALIDA
               STOP RUN
           END-IF
           PERFORM CALCULA-DIAS-MES
           IF WS-DIA < 01 OR WS-DIA > WS-DIAS-MES
               DISPLAY 'DATA INVALIDA ' WS-DATA-VALIDA
               STOP RUN.

      *    cadastro e pedidos precisam existir; os satelites que
      *    ainda nao existirem simplesmente nao tem o que rechavear
       ABRE-ARQ.
           OPEN I-O ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

           OPEN INPUT ARQTAG
           IF ST-TAG NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TRANSFAG.DAT ' ST-TAG
               STOP RUN.

      *    o mapa de numeros persiste entre execucoes; abre I-O,
      *    criando o arquivo so na primeira execucao
           OPEN I-O ARQMAP
           IF ST-MAP EQUAL '35'
               OPEN OUTPUT ARQMAP
               CLOSE ARQMAP
               OPEN I-O ARQMAP
           END-IF.
           IF ST-MAP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR MAPCONTA.DAT ' ST-MAP
               STOP RUN.

           OPEN I-O ARQEXT
           IF ST-EXT EQUAL '35'
               MOVE ZERO TO WS-TEM-EXT
           ELSE
               IF ST-EXT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-EXT
           END-IF.

           OPEN I-O ARQBLQ
           IF ST-BLQ EQUAL '35'
               MOVE ZERO TO WS-TEM-BLQ
           ELSE
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR BLOQJUD.DAT ' ST-BLQ
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-BLQ
           END-IF.

           OPEN I-O ARQAGD
           IF ST-AGD EQUAL '35'
               MOVE ZERO TO WS-TEM-AGD
           ELSE
               IF ST-AGD NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR AGENDA.DAT ' ST-AGD
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-AGD
           END-IF.

      *    conta com encerramento em curso no ENCERRACT nao muda de
      *    agencia: a liquidacao ja emitida esta no numero atual
           OPEN INPUT ARQECT
           IF ST-ECT EQUAL '35'
               MOVE ZERO TO WS-TEM-ECT
           ELSE
               IF ST-ECT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ENCERCTL.DAT ' ST-ECT
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-ECT
           END-IF.

      *    conta com pedido de dupla alcada em aberto (APROVPEN.DAT)
      *    tambem nao muda: o pedido leva o numero atual e seria
      *    aplicado numa conta que nao existe mais
           OPEN INPUT ARQAPR
           IF ST-APR EQUAL '35'
               MOVE ZERO TO WS-TEM-APR
           ELSE
               IF ST-APR NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR APROVPEN.DAT ' ST-APR
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-APR
           END-IF.

           OPEN I-O ARQEMP
           IF ST-EMP EQUAL '35'
               MOVE ZERO TO WS-TEM-EMP
           ELSE
               IF ST-EMP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EMPREST.DAT ' ST-EMP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-EMP
           END-IF.

           OPEN I-O ARQATR
           IF ST-ATR EQUAL '35'
               MOVE ZERO TO WS-TEM-ATR
           ELSE
               IF ST-ATR NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ATRASO.DAT ' ST-ATR
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-ATR
           END-IF.

           OPEN I-O ARQCBT
           IF ST-CBT EQUAL '35'
               MOVE ZERO TO WS-TEM-CBT
           ELSE
               IF ST-CBT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR COBERTUR.DAT ' ST-CBT
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CBT
           END-IF.

           OPEN I-O ARQTAL
           IF ST-TAL EQUAL '35'
               MOVE ZERO TO WS-TEM-TAL
           ELSE
               IF ST-TAL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR TALAO.DAT ' ST-TAL
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-TAL
           END-IF.

           OPEN I-O ARQSUS
           IF ST-SUS EQUAL '35'
               MOVE ZERO TO WS-TEM-SUS
           ELSE
               IF ST-SUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR SUSTACAO.DAT ' ST-SUS
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-SUS
           END-IF.

           OPEN I-O ARQCHQ
           IF ST-CHQ EQUAL '35'
               MOVE ZERO TO WS-TEM-CHQ
           ELSE
               IF ST-CHQ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CHEQUE.DAT ' ST-CHQ
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CHQ
           END-IF.

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

       PROCESSO.
           READ ARQTAG
               AT END
                   MOVE 1 TO FIM-TAG
               NOT AT END
                   PERFORM TRATA-PEDIDO
           END-READ.

       TRATA-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE AGENCIA-TAG TO WS-AGENCIA-ANT
           MOVE CONTA-TAG TO WS-CONTA-ANT
           MOVE AGENCIA-NOVA-TAG TO WS-AGENCIA-NOVA
           IF CONTA-NOVA-TAG = ZERO
               MOVE CONTA-TAG TO WS-CONTA-NOVA
           ELSE
               MOVE CONTA-NOVA-TAG TO WS-CONTA-NOVA
           END-IF
           MOVE WS-AGENCIA-NOVA TO WS-AGENCIA-DV
           MOVE WS-CONTA-NOVA TO WS-CONTA-DV
           PERFORM CALCULA-DV
           MOVE WS-DV TO WS-DV-NOVO
      *    o digito verificador barra a conta valida-mas-errada
      *    antes de qualquer alteracao cair no cadastro
           MOVE AGENCIA-TAG TO WS-AGENCIA-DV
           MOVE CONTA-TAG TO WS-CONTA-DV
           PERFORM CALCULA-DV
           IF DV-TAG IS NOT NUMERIC OR DV-TAG NOT = WS-DV
               MOVE "DV INVALIDO" TO WS-MOTIVO
           ELSE
               IF WS-AGENCIA-NOVA = WS-AGENCIA-ANT
                   MOVE "MESMA AGENCIA" TO WS-MOTIVO
               ELSE
                   PERFORM VALIDA-NUMERO-NOVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE WS-AGENCIA-ANT TO AGENCIA
               MOVE WS-CONTA-ANT TO CONTA
               READ ARQCLI KEY IS ID-CLI
                   INVALID KEY
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       PERFORM VALIDA-CONTA-ANT
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM TRANSFERE-CONTA
           ELSE
               PERFORM RECUSA-PEDIDO
           END-IF.

      *    o numero novo precisa estar livre no cadastro e nao pode
      *    ser um numero antigo ainda redirecionado: o movimento do
      *    titular anterior cairia na conta de outro cliente
       VALIDA-NUMERO-NOVO.
           MOVE WS-AGENCIA-NOVA TO AGENCIA
           MOVE WS-CONTA-NOVA TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CONTA NOVA JA EXISTE" TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = SPACES
               MOVE WS-ID-NOVO TO ID-ANT-MAP
               READ ARQMAP KEY IS ID-ANT-MAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATA-CORTE-MAP NOT < WS-DATA-PROC
                           MOVE "NUMERO REDIRECIONADO" TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

       VALIDA-CONTA-ANT.
           IF CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WS-MOTIVO
           ELSE
               IF WS-TEM-ECT = 1
                   MOVE WS-ID-ANT TO ID-ECT
                   READ ARQECT KEY IS ID-ECT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ECT-EM-LIQUIDACAO
                               MOVE "ENCERRAMENTO EM CURSO"
                                   TO WS-MOTIVO
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND WS-TEM-APR = 1
               PERFORM CONFERE-PEDIDOS-APROVACAO
           END-IF.

      *    pedido pendente ou aprovado ainda nao aplicado, de
      *    qualquer origem, na conta antiga
       CONFERE-PEDIDOS-APROVACAO.
           MOVE ZERO TO FIM-APR
           MOVE ZEROS TO NUM-APR
           START ARQAPR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 1 TO FIM-APR
           END-START
           PERFORM CONFERE-PEDIDOS-LE UNTIL FIM-APR = 1.

       CONFERE-PEDIDOS-LE.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   IF AGENCIA-APR = WS-AGENCIA-ANT
                           AND CONTA-APR = WS-CONTA-ANT
                           AND (APR-PENDENTE OR APR-APROVADO)
                       MOVE "APROVACAO PENDENTE" TO WS-MOTIVO
                       MOVE 1 TO FIM-APR
                   END-IF
           END-READ.

       RECUSA-PEDIDO.
           ADD 1 TO WS-QTD-RECUSADOS
           DISPLAY 'PEDIDO RECUSADO AGENCIA ' AGENCIA-TAG
               ' CONTA ' CONTA-TAG ' MOTIVO ' WS-MOTIVO
           MOVE "R" TO RESULTADO-AUD
           MOVE WS-MOTIVO TO MOTIVO-AUD
           MOVE SPACES TO WS-VALOR-ANT
           MOVE SPACES TO WS-VALOR-NOVO
           PERFORM GRAVA-AUDITORIA.

      *    os satelites sao rechaveados antes do cadastro, cada um
      *    gravando o numero novo antes de apagar o antigo: uma queda
      *    no meio deixa a conta ainda no numero antigo em
      *    ARQCLIE.DAT, e o mesmo pedido reprocessado termina a troca
      *    sem perder nem duplicar nada
       TRANSFERE-CONTA.
           MOVE ZERO TO WS-QTD-EXT
           MOVE ZERO TO WS-QTD-ARQV
           MOVE ZERO TO WS-QTD-BLQ
           MOVE ZERO TO WS-QTD-AGD
           MOVE ZERO TO WS-QTD-RES
           MOVE ZERO TO WS-QTD-MAP
           MOVE ZERO TO WS-QTD-EMP
           MOVE ZERO TO WS-QTD-ATR
           MOVE ZERO TO WS-QTD-CBT
           MOVE ZERO TO WS-QTD-TAL
           MOVE ZERO TO WS-QTD-SUS
           MOVE ZERO TO WS-QTD-CHQ
           IF WS-TEM-EXT = 1
               MOVE ZERO TO FIM-EXT
               PERFORM MOVE-EXTRATO UNTIL FIM-EXT = 1
           END-IF
           PERFORM MOVE-ARQUIVO-MORTO
           IF WS-TEM-BLQ = 1
               MOVE ZERO TO FIM-BLQ
               PERFORM MOVE-BLOQUEIO UNTIL FIM-BLQ = 1
           END-IF
           IF WS-TEM-AGD = 1
               PERFORM MOVE-AGENDA
           END-IF
           IF WS-TEM-EMP = 1
               MOVE ZERO TO FIM-EMP
               PERFORM MOVE-EMPRESTIMO UNTIL FIM-EMP = 1
           END-IF
           IF WS-TEM-ATR = 1
               PERFORM MOVE-ATRASO
           END-IF
           IF WS-TEM-CBT = 1
               PERFORM MOVE-COBERTURA-FONTE
               MOVE ZERO TO FIM-CBT
               PERFORM MOVE-COBERTURA UNTIL FIM-CBT = 1
           END-IF
           IF WS-TEM-TAL = 1
               MOVE ZERO TO FIM-TAL
               PERFORM MOVE-TALAO UNTIL FIM-TAL = 1
           END-IF
           IF WS-TEM-SUS = 1
               MOVE ZERO TO FIM-SUS
               PERFORM MOVE-SUSTACAO UNTIL FIM-SUS = 1
           END-IF
           IF WS-TEM-CHQ = 1
               MOVE ZERO TO FIM-CHQ
               PERFORM MOVE-CHEQUE UNTIL FIM-CHQ = 1
           END-IF
           PERFORM MOVE-RESSUB
           PERFORM ATUALIZA-MAPA
           PERFORM GRAVA-MAPA
           PERFORM MOVE-CADASTRO
           IF WS-MOTIVO NOT = SPACES
               PERFORM RECUSA-PEDIDO
           ELSE
               PERFORM CONFIRMA-TRANSFERENCIA
           END-IF.

       CONFIRMA-TRANSFERENCIA.
           ADD 1 TO WS-QTD-TRANSFERIDAS
           MOVE "A" TO RESULTADO-AUD
           MOVE SPACES TO MOTIVO-AUD
           MOVE WS-AGENCIA-ANT TO WS-AGENCIA-EDIT
           MOVE WS-CONTA-ANT TO WS-NUMERO-EDIT
           MOVE DV-TAG TO WS-DV-EDIT
           MOVE WS-CONTA-EDIT TO WS-VALOR-ANT
           MOVE WS-AGENCIA-NOVA TO WS-AGENCIA-EDIT
           MOVE WS-CONTA-NOVA TO WS-NUMERO-EDIT
           MOVE WS-DV-NOVO TO WS-DV-EDIT
           MOVE WS-CONTA-EDIT TO WS-VALOR-NOVO
           PERFORM GRAVA-AUDITORIA
           DISPLAY 'CONTA TRANSFERIDA ' WS-VALOR-ANT
               ' PARA ' WS-VALOR-NOVO
               ' EXTRATO ' WS-QTD-EXT ' ARQUIVO MORTO ' WS-QTD-ARQV
               ' BLOQUEIOS ' WS-QTD-BLQ ' AGENDA ' WS-QTD-AGD
               ' RESSUB ' WS-QTD-RES ' EMPRESTIMOS ' WS-QTD-EMP
               ' ATRASO ' WS-QTD-ATR ' COBERTURAS ' WS-QTD-CBT
               ' TALOES ' WS-QTD-TAL ' SUSTACOES ' WS-QTD-SUS
               ' CHEQUES ' WS-QTD-CHQ
               ' MAPEAMENTOS ANTERIORES ' WS-QTD-MAP.

      *    cada passada reposiciona no inicio da conta antiga: a
      *    linha lida e regravada no numero novo e apagada do
      *    antigo, ate nao restar linha nenhuma no numero antigo
       MOVE-EXTRATO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-EXT
           MOVE WS-CONTA-ANT TO CONTA-EXT
           MOVE ZEROS TO SEQ-EXTRATO
           START ARQEXT KEY IS NOT LESS THAN CHAVE-EXTRATO
               INVALID KEY
                   MOVE 1 TO FIM-EXT
           END-START
           IF FIM-EXT = ZERO
               READ ARQEXT NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-EXT
                   NOT AT END
                       IF ID-EXTRATO = WS-ID-ANT
                           PERFORM REGRAVA-EXTRATO
                       ELSE
                           MOVE 1 TO FIM-EXT
                       END-IF
               END-READ
           END-IF.

       REGRAVA-EXTRATO.
           MOVE WS-ID-NOVO TO ID-EXTRATO
           WRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-ID-ANT TO ID-EXTRATO
           DELETE ARQEXT RECORD
           ADD 1 TO WS-QTD-EXT.

      *    o arquivo morto e sequencial: reescreve no lugar as
      *    linhas da conta antiga com o numero novo
       MOVE-ARQUIVO-MORTO.
           MOVE ZERO TO FIM-ARQV
           OPEN I-O ARQARQV
           IF ST-ARQV EQUAL '35'
               CONTINUE
           ELSE
               IF ST-ARQV NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTARQV.DAT ' ST-ARQV
                   STOP RUN
               END-IF
               PERFORM MOVE-ARQUIVO-MORTO-LE UNTIL FIM-ARQV = 1
               CLOSE ARQARQV
           END-IF.

       MOVE-ARQUIVO-MORTO-LE.
           READ ARQARQV
               AT END
                   MOVE 1 TO FIM-ARQV
               NOT AT END
                   IF REG-ARQV (1:9) = WS-ID-ANT
                       MOVE WS-ID-NOVO TO REG-ARQV (1:9)
                       REWRITE REG-ARQV
                       ADD 1 TO WS-QTD-ARQV
                   END-IF
           END-READ.

      *    mesmo esquema do extrato: o sequencial do bloqueio dentro
      *    da conta acompanha o registro
       MOVE-BLOQUEIO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-BLQ
           MOVE WS-CONTA-ANT TO CONTA-BLQ
           MOVE ZEROS TO SEQ-BLQ
           START ARQBLQ KEY IS NOT LESS THAN ID-BLQ
               INVALID KEY
                   MOVE 1 TO FIM-BLQ
           END-START
           IF FIM-BLQ = ZERO
               READ ARQBLQ NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-BLQ
                   NOT AT END
                       IF AGENCIA-BLQ = WS-AGENCIA-ANT
                               AND CONTA-BLQ = WS-CONTA-ANT
                           PERFORM REGRAVA-BLOQUEIO
                       ELSE
                           MOVE 1 TO FIM-BLQ
                       END-IF
               END-READ
           END-IF.

       REGRAVA-BLOQUEIO.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-BLQ
           MOVE WS-CONTA-NOVA TO CONTA-BLQ
           WRITE REG-BLQ
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-AGENCIA-ANT TO AGENCIA-BLQ
           MOVE WS-CONTA-ANT TO CONTA-BLQ
           DELETE ARQBLQ RECORD
           ADD 1 TO WS-QTD-BLQ.

      *    a conta pode estar numa instrucao como pagadora ou como
      *    destino de uma transferencia interna agendada
       MOVE-AGENDA.
           MOVE ZERO TO FIM-AGD
           MOVE ZEROS TO NUM-AGD
           START ARQAGD KEY IS NOT LESS THAN NUM-AGD
               INVALID KEY
                   MOVE 1 TO FIM-AGD
           END-START
           PERFORM MOVE-AGENDA-LE UNTIL FIM-AGD = 1.

       MOVE-AGENDA-LE.
           READ ARQAGD NEXT RECORD
               AT END
                   MOVE 1 TO FIM-AGD
               NOT AT END
                   PERFORM REGRAVA-AGENDA
           END-READ.

       REGRAVA-AGENDA.
           MOVE ZERO TO WS-ALTEROU
           IF AGENCIA-AGD = WS-AGENCIA-ANT AND CONTA-AGD = WS-CONTA-ANT
               MOVE WS-AGENCIA-NOVA TO AGENCIA-AGD
               MOVE WS-CONTA-NOVA TO CONTA-AGD
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF BANCO-DEST-AGD = ZERO
                   AND AGENCIA-DEST-AGD = WS-AGENCIA-ANT
                   AND CONTA-DEST-AGD = WS-CONTA-ANT
               MOVE WS-AGENCIA-NOVA TO AGENCIA-DEST-AGD
               MOVE WS-CONTA-NOVA TO CONTA-DEST-AGD
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF WS-ALTEROU = 1
               REWRITE REG-AGD
               ADD 1 TO WS-QTD-AGD
           END-IF.

      *    o contrato fica com o numero, a conta e que esta na chave
      *    alternativa: cada passada reposiciona na conta antiga,
      *    pois o REWRITE tira da sequencia o contrato ja trocado
       MOVE-EMPRESTIMO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-EMP
           MOVE WS-CONTA-ANT TO CONTA-EMP
           START ARQEMP KEY IS EQUAL ID-CONTA-EMP
               INVALID KEY
                   MOVE 1 TO FIM-EMP
           END-START
           IF FIM-EMP = ZERO
               READ ARQEMP NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-EMP
                   NOT AT END
                       IF AGENCIA-EMP = WS-AGENCIA-ANT
                               AND CONTA-EMP = WS-CONTA-ANT
                           MOVE WS-AGENCIA-NOVA TO AGENCIA-EMP
                           MOVE WS-CONTA-NOVA TO CONTA-EMP
                           REWRITE REG-EMP
                           ADD 1 TO WS-QTD-EMP
                       ELSE
                           MOVE 1 TO FIM-EMP
                       END-IF
               END-READ
           END-IF.

      *    a linha de atraso tem a conta como chave: grava no numero
      *    novo e apaga a do numero antigo, com a contagem de dias
      *    seguindo junto
       MOVE-ATRASO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-ATR
           MOVE WS-CONTA-ANT TO CONTA-ATR
           READ ARQATR KEY IS ID-ATR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-AGENCIA-NOVA TO AGENCIA-ATR
                   MOVE WS-CONTA-NOVA TO CONTA-ATR
                   WRITE REG-ATR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE WS-AGENCIA-ANT TO AGENCIA-ATR
                   MOVE WS-CONTA-ANT TO CONTA-ATR
                   DELETE ARQATR RECORD
                   ADD 1 TO WS-QTD-ATR
           END-READ.

      *    a conta como pagadora da cobertura de outra conta do
      *    titular: o campo nao e chave, reescreve no lugar
       MOVE-COBERTURA-FONTE.
           MOVE ZERO TO FIM-CBT
           MOVE ZEROS TO ID-CBT
           START ARQCBT KEY IS NOT LESS THAN ID-CBT
               INVALID KEY
                   MOVE 1 TO FIM-CBT
           END-START
           PERFORM MOVE-COBERTURA-FONTE-LE UNTIL FIM-CBT = 1.

       MOVE-COBERTURA-FONTE-LE.
           READ ARQCBT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CBT
               NOT AT END
                   IF ID-FONTE-CBT = WS-ID-ANT
                       MOVE WS-ID-NOVO TO ID-FONTE-CBT
                       REWRITE REG-CBT
                       ADD 1 TO WS-QTD-CBT
                   END-IF
           END-READ.

      *    a conta como coberta esta na chave: como no extrato, cada
      *    passada reposiciona no numero antigo, grava a pagadora no
      *    numero novo (mesma prioridade) e apaga a do antigo
       MOVE-COBERTURA.
           MOVE WS-AGENCIA-ANT TO AGENCIA-CBT
           MOVE WS-CONTA-ANT TO CONTA-CBT
           MOVE ZEROS TO PRIORIDADE-CBT
           START ARQCBT KEY IS NOT LESS THAN ID-CBT
               INVALID KEY
                   MOVE 1 TO FIM-CBT
           END-START
           IF FIM-CBT = ZERO
               READ ARQCBT NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-CBT
                   NOT AT END
                       IF AGENCIA-CBT = WS-AGENCIA-ANT
                               AND CONTA-CBT = WS-CONTA-ANT
                           PERFORM REGRAVA-COBERTURA
                       ELSE
                           MOVE 1 TO FIM-CBT
                       END-IF
               END-READ
           END-IF.

       REGRAVA-COBERTURA.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-CBT
           MOVE WS-CONTA-NOVA TO CONTA-CBT
           WRITE REG-CBT
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-AGENCIA-ANT TO AGENCIA-CBT
           MOVE WS-CONTA-ANT TO CONTA-CBT
           DELETE ARQCBT RECORD
           ADD 1 TO WS-QTD-CBT.

      *    taloes, sustacoes e folhas apresentadas tem a conta na
      *    frente da chave e o numero da folha atras: mesma passada
      *    do extrato, numero da folha preservado
       MOVE-TALAO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-TAL
           MOVE WS-CONTA-ANT TO CONTA-TAL
           MOVE ZEROS TO NUM-INI-TAL
           START ARQTAL KEY IS NOT LESS THAN ID-TAL
               INVALID KEY
                   MOVE 1 TO FIM-TAL
           END-START
           IF FIM-TAL = ZERO
               READ ARQTAL NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-TAL
                   NOT AT END
                       IF AGENCIA-TAL = WS-AGENCIA-ANT
                               AND CONTA-TAL = WS-CONTA-ANT
                           PERFORM REGRAVA-TALAO
                       ELSE
                           MOVE 1 TO FIM-TAL
                       END-IF
               END-READ
           END-IF.

       REGRAVA-TALAO.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-TAL
           MOVE WS-CONTA-NOVA TO CONTA-TAL
           WRITE REG-TAL
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-AGENCIA-ANT TO AGENCIA-TAL
           MOVE WS-CONTA-ANT TO CONTA-TAL
           DELETE ARQTAL RECORD
           ADD 1 TO WS-QTD-TAL.

       MOVE-SUSTACAO.
           MOVE WS-AGENCIA-ANT TO AGENCIA-SUS
           MOVE WS-CONTA-ANT TO CONTA-SUS
           MOVE ZEROS TO NUM-INI-SUS
           START ARQSUS KEY IS NOT LESS THAN ID-SUS
               INVALID KEY
                   MOVE 1 TO FIM-SUS
           END-START
           IF FIM-SUS = ZERO
               READ ARQSUS NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-SUS
                   NOT AT END
                       IF AGENCIA-SUS = WS-AGENCIA-ANT
                               AND CONTA-SUS = WS-CONTA-ANT
                           PERFORM REGRAVA-SUSTACAO
                       ELSE
                           MOVE 1 TO FIM-SUS
                       END-IF
               END-READ
           END-IF.

       REGRAVA-SUSTACAO.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-SUS
           MOVE WS-CONTA-NOVA TO CONTA-SUS
           WRITE REG-SUS
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-AGENCIA-ANT TO AGENCIA-SUS
           MOVE WS-CONTA-ANT TO CONTA-SUS
           DELETE ARQSUS RECORD
           ADD 1 TO WS-QTD-SUS.

       MOVE-CHEQUE.
           MOVE WS-AGENCIA-ANT TO AGENCIA-CHQ
           MOVE WS-CONTA-ANT TO CONTA-CHQ
           MOVE ZEROS TO NUM-CHQ
           START ARQCHQ KEY IS NOT LESS THAN ID-CHQ
               INVALID KEY
                   MOVE 1 TO FIM-CHQ
           END-START
           IF FIM-CHQ = ZERO
               READ ARQCHQ NEXT RECORD
                   AT END
                       MOVE 1 TO FIM-CHQ
                   NOT AT END
                       IF AGENCIA-CHQ = WS-AGENCIA-ANT
                               AND CONTA-CHQ = WS-CONTA-ANT
                           PERFORM REGRAVA-CHEQUE
                       ELSE
                           MOVE 1 TO FIM-CHQ
                       END-IF
               END-READ
           END-IF.

       REGRAVA-CHEQUE.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-CHQ
           MOVE WS-CONTA-NOVA TO CONTA-CHQ
           WRITE REG-CHQ
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-AGENCIA-ANT TO AGENCIA-CHQ
           MOVE WS-CONTA-ANT TO CONTA-CHQ
           DELETE ARQCHQ RECORD
           ADD 1 TO WS-QTD-CHQ.

      *    MOV-RES guarda a imagem do REG-MOV rejeitado: agencia +
      *    conta de origem nas posicoes 1-9, TIPO-MOV em 29-30 e a
      *    conta de destino da transferencia interna em 41-49
       MOVE-RESSUB.
           MOVE ZERO TO FIM-RES
           OPEN I-O ARQRES
           IF ST-RES EQUAL '35'
               CONTINUE
           ELSE
               IF ST-RES NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR RESSUB.DAT ' ST-RES
                   STOP RUN
               END-IF
               PERFORM MOVE-RESSUB-LE UNTIL FIM-RES = 1
               CLOSE ARQRES
           END-IF.

       MOVE-RESSUB-LE.
           READ ARQRES
               AT END
                   MOVE 1 TO FIM-RES
               NOT AT END
                   IF RES-PENDENTE
                       PERFORM REGRAVA-RESSUB
                   END-IF
           END-READ.

       REGRAVA-RESSUB.
           MOVE ZERO TO WS-ALTEROU
           IF MOV-RES (1:9) = WS-ID-ANT
               MOVE WS-ID-NOVO TO MOV-RES (1:9)
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF MOV-RES (29:2) = "03" AND MOV-RES (41:9) = WS-ID-ANT
               MOVE WS-ID-NOVO TO MOV-RES (41:9)
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF WS-ALTEROU = 1
               REWRITE REG-RES
               ADD 1 TO WS-QTD-RES
           END-IF.

      *    numeros mais antigos que ja apontavam para a conta (uma
      *    troca anterior) passam a apontar direto para o numero
      *    novo, herdando a data de corte maior
       ATUALIZA-MAPA.
           MOVE ZERO TO FIM-MAP
           MOVE ZEROS TO ID-ANT-MAP
           START ARQMAP KEY IS NOT LESS THAN ID-ANT-MAP
               INVALID KEY
                   MOVE 1 TO FIM-MAP
           END-START
           PERFORM ATUALIZA-MAPA-LE UNTIL FIM-MAP = 1.

       ATUALIZA-MAPA-LE.
           READ ARQMAP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-MAP
               NOT AT END
                   IF ID-NOVO-MAP = WS-ID-ANT
                       MOVE WS-ID-NOVO TO ID-NOVO-MAP
                       MOVE WS-DV-NOVO TO DV-NOVO-MAP
                       IF DATA-CORTE-MAP < WS-DATA-CORTE
                           MOVE WS-DATA-CORTE TO DATA-CORTE-MAP
                       END-IF
                       REWRITE REG-MAP
                       ADD 1 TO WS-QTD-MAP
                   END-IF
           END-READ.

      *    o numero antigo pode ja ter um mapeamento vencido de uma
      *    troca bem anterior (numero reaproveitado): o novo substitui
       GRAVA-MAPA.
           MOVE WS-ID-ANT TO ID-ANT-MAP
           MOVE WS-ID-NOVO TO ID-NOVO-MAP
           MOVE WS-DV-NOVO TO DV-NOVO-MAP
           MOVE WS-DATA-PROC TO DATA-TRANSF-MAP
           MOVE WS-DATA-CORTE TO DATA-CORTE-MAP
           MOVE USUARIO-TAG TO USUARIO-MAP
           WRITE REG-MAP
               INVALID KEY
                   REWRITE REG-MAP
           END-WRITE.

      *    o registro inteiro muda de chave: grava no numero novo e
      *    so entao apaga o antigo. se a gravacao falhar, a conta
      *    fica no numero antigo e o pedido sai recusado; os
      *    satelites ja rechaveados sao acertados quando o mesmo
      *    pedido for reprocessado
       MOVE-CADASTRO.
           MOVE WS-AGENCIA-ANT TO AGENCIA
           MOVE WS-CONTA-ANT TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-AGENCIA-NOVA TO AGENCIA
           MOVE WS-CONTA-NOVA TO CONTA
           WRITE RED-CLI
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTA NOVA ' ST-CLI
                   MOVE "CONTA NOVA NAO GRAVA" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE WS-AGENCIA-ANT TO AGENCIA
                   MOVE WS-CONTA-ANT TO CONTA
                   DELETE ARQCLI RECORD
           END-WRITE.

      *    a troca de numero entra na mesma trilha do MANTCLIENT,
      *    registrada no numero antigo
       GRAVA-AUDITORIA.
           MOVE WS-DATA-HOJE TO DATA-AUD
           MOVE WS-HORA-AGORA TO HORA-AUD
           MOVE USUARIO-TAG TO USUARIO-AUD
           MOVE AGENCIA-TAG TO AGENCIA-AUD
           MOVE CONTA-TAG TO CONTA-AUD
           MOVE 13 TO OPERACAO-AUD
           MOVE WS-VALOR-ANT TO VALOR-ANT-AUD
           MOVE WS-VALOR-NOVO TO VALOR-NOVO-AUD
           WRITE REG-AUD.

       CALCULA-DIAS-MES.
           IF WS-MES = 02
               PERFORM VERIFICA-BISSEXTO
           ELSE
               IF WS-MES = 04 OR WS-MES = 06
                       OR WS-MES = 09 OR WS-MES = 11
                   MOVE 30 TO WS-DIAS-MES
               ELSE
                   MOVE 31 TO WS-DIAS-MES
               END-IF
           END-IF.

       VERIFICA-BISSEXTO.
           MOVE 28 TO WS-DIAS-MES
           DIVIDE WS-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 29 TO WS-DIAS-MES
               DIVIDE WS-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 28 TO WS-DIAS-MES
                   DIVIDE WS-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       MOVE 29 TO WS-DIAS-MES
                   END-IF
               END-IF
           END-IF.

      *    digito verificador modulo 11 sobre agencia + conta, pesos
      *    2 a 10 da direita para a esquerda; resultado 10 ou 11
      *    vira digito 0. Entra por WS-AGENCIA-DV / WS-CONTA-DV e
      *    sai em WS-DV
       CALCULA-DV.
           MOVE WS-AGENCIA-DV TO WS-CHAVE-DV (1:3)
           MOVE WS-CONTA-DV TO WS-CHAVE-DV (4:6)
           MOVE ZERO TO WS-SOMA-DV
           MOVE 2 TO WS-PESO-DV
           PERFORM SOMA-DIGITO-DV
               VARYING WS-IDX-DV FROM 9 BY -1
               UNTIL WS-IDX-DV < 1
           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
               REMAINDER WS-RESTO-DV
           COMPUTE WS-DV = 11 - WS-RESTO-DV
           IF WS-DV > 9
               MOVE ZERO TO WS-DV
           END-IF.

       SOMA-DIGITO-DV.
           COMPUTE WS-SOMA-DV = WS-SOMA-DV
               + (WS-DIG-DV (WS-IDX-DV) * WS-PESO-DV)
           ADD 1 TO WS-PESO-DV
           IF WS-PESO-DV > 10
               MOVE 2 TO WS-PESO-DV
           END-IF.

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
           MOVE "TRANSFAG" TO PROGRAMA-RUN
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
           DISPLAY 'PEDIDOS LIDOS..........: ' WS-QTD-LIDOS
           DISPLAY 'CONTAS TRANSFERIDAS....: ' WS-QTD-TRANSFERIDAS
           DISPLAY 'PEDIDOS RECUSADOS......: ' WS-QTD-RECUSADOS
           CLOSE ARQCLI.
           CLOSE ARQTAG.
           CLOSE ARQMAP.
           IF WS-TEM-EXT = 1
               CLOSE ARQEXT
           END-IF
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF
           IF WS-TEM-AGD = 1
               CLOSE ARQAGD
           END-IF
           IF WS-TEM-ECT = 1
               CLOSE ARQECT
           END-IF
           IF WS-TEM-APR = 1
               CLOSE ARQAPR
           END-IF
           IF WS-TEM-EMP = 1
               CLOSE ARQEMP
           END-IF
           IF WS-TEM-ATR = 1
               CLOSE ARQATR
           END-IF
           IF WS-TEM-CBT = 1
               CLOSE ARQCBT
           END-IF
           IF WS-TEM-TAL = 1
               CLOSE ARQTAL
           END-IF
           IF WS-TEM-SUS = 1
               CLOSE ARQSUS
           END-IF
           IF WS-TEM-CHQ = 1
               CLOSE ARQCHQ
           END-IF
           CLOSE ARQAUD.
           PERFORM ENCERRA-RUN-LOTE.
