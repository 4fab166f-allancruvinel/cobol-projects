      ******************************************************************
      * Author:
      * Date:
      * Purpose: acompanhamento diario das contas com saldo devedor.
      *          Para cada conta de ARQCLIE.DAT com SALDO negativo
      *          mantem em ATRASO.DAT os dias corridos em atraso desde
      *          o primeiro dia negativo (e, a parte, os dias alem do
      *          LIMITE-CREDITO) e a faixa de atraso (1-30, 31-60,
      *          61-90, mais de 90 dias). Cada mudanca de faixa, a
      *          volta ao saldo positivo e a baixa geram carta em
      *          CARTACOB.DAT para a grafica. Ao entrar na faixa de
      *          bloqueio de PARMCOB.DAT a conta e bloqueada; passado
      *          o prazo de baixa, o saldo devedor e baixado para
      *          prejuizo por um credito BAIXA-PREJUIZO em ARQMOVI.DAT,
      *          conferido em CTRLMOV.DAT na execucao seguinte do mesmo
      *          jeito que o GERAAGENDA confere as suas emissoes (a
      *          retentativa e daqui: o EXTRAREJ deixa a rejeicao fora
      *          da reapresentacao). A contrapartida contabil da baixa
      *          e a conta de perdas da linha do tipo 10 em
      *          TABRAZAO.DAT. No final sai a carteira em atraso por
      *          faixa. Deve rodar apos o ciclo de posting do dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRADEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQATR ASSIGN TO "ATRASO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ATR
           FILE STATUS IS ST-ATR.

           SELECT ARQPCB ASSIGN TO "PARMCOB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PCB.

           SELECT ARQCOB ASSIGN TO "CARTACOB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-COB.

           SELECT ARQCTRL ASSIGN TO "CTRLMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-CTRL
           FILE STATUS IS ST-CTRL.

           SELECT ARQMOV ASSIGN TO "ARQMOVI.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-MOV.

           SELECT ARQSEQ ASSIGN TO 'CTRLSEQ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SEQ.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQATR.
           COPY CPATR.

       FD  ARQPCB.
           COPY CPPCB.

       FD  ARQCOB.
           COPY CPCOB.

       FD  ARQCTRL.
           COPY CPCTL.

       FD  ARQMOV.
           COPY CPMOV.

       FD  ARQSEQ.
           COPY CPSEQ.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-ATR          PIC X(02).
       77  ST-PCB          PIC X(02).
       77  ST-COB          PIC X(02).
       77  ST-CTRL         PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  WS-TEM-ATR      PIC 9(01) VALUE ZERO.
       77  WS-TEM-CTRL     PIC 9(01) VALUE ZERO.
       77  WS-ACHOU-CTRL   PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-FAIXA-BLOQ   PIC 9(01).
       77  WS-DIAS-BAIXA   PIC 9(04).
       77  WS-FAIXA-ANT    PIC 9(01).
       77  WS-FAIXA-CARTA  PIC 9(01).
       77  WS-TIPO-CARTA   PIC X(01).
       77  WS-EVENTO       PIC X(30).
       77  WS-VALOR-DEV    PIC 9(9)V99.
       77  WS-QTD-LIDAS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-NOVAS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-MUDA-FAIXA PIC 9(09) VALUE ZERO.
       77  WS-QTD-REGULARIZADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-BLOQUEADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-BAIXAS   PIC 9(09) VALUE ZERO.
       77  WS-QTD-BAIXAS-REEMIT PIC 9(09) VALUE ZERO.
       77  WS-QTD-BAIXAS-CONF PIC 9(09) VALUE ZERO.
       77  WS-QTD-CARTAS   PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-BAIXADO PIC 9(11)V99 VALUE ZERO.
       77  WS-QTD-CARTEIRA PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-CARTEIRA PIC 9(11)V99 VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-IDX          PIC 9(04).
       77  WS-AGENCIA-ATUAL PIC 9(03) VALUE ZERO.
       77  WS-TEM-CABECALHO PIC 9(01) VALUE ZERO.

      *    contagem de dias corridos entre duas datas: cada data vira
      *    um numero de dia absoluto (dias desde o inicio do
      *    calendario, com o ano comecando em marco para o dia
      *    bissexto cair no fim)
       77  WS-DATA-CALC    PIC 9(08).
       77  WS-DIA-ABS      PIC 9(07).
       77  WS-DIA-ABS-PROC PIC 9(07).
       77  WS-QUOC-4       PIC 9(04).
       77  WS-QUOC-100     PIC 9(04).
       77  WS-QUOC-400     PIC 9(04).
       77  WS-TERMO-MES    PIC 9(04).
       77  WS-QUOC-MES     PIC 9(04).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    carteira em atraso do fim do processamento, por faixa
       01  WS-TABELA-FAIXAS.
           03 WS-FX-LINHA OCCURS 4 TIMES.
               05 WS-FX-QTD        PIC 9(09).
               05 WS-FX-VALOR      PIC 9(11)V99.
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM LE-PARAMETROS-COBRANCA.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM LE-SEQUENCIA.
           PERFORM ZERA-TABELA.
           MOVE WS-DATA-PROC TO WS-DATA-CALC
           PERFORM CALCULA-DIA-ABSOLUTO
           MOVE WS-DIA-ABS TO WS-DIA-ABS-PROC
           DISPLAY 'ACOMPANHAMENTO DE CONTAS EM ATRASO - DATA '
               WS-DATA-PROC
           PERFORM PROCESSO UNTIL FIM-CLI EQUAL 1.
           PERFORM EMITE-RESUMO.
           PERFORM FINALIZA.
           STOP RUN.

       PEDE-PARAMETROS.
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PROC.
           PERFORM VALIDA-DATA-PROC.

      *    data de calendario de verdade, mesma critica de VALIDATRX
       VALIDA-DATA-PROC.
           DIVIDE WS-DATA-PROC BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 01 OR WS-MES > 12
               DISPLAY 'DATA DE PROCESSAMENTO INVALIDA'
               STOP RUN
           END-IF
           PERFORM CALCULA-DIAS-MES
           IF WS-DIA < 01 OR WS-DIA > WS-DIAS-MES
               DISPLAY 'DATA DE PROCESSAMENTO INVALIDA'
               STOP RUN.

      *    faixa de bloqueio e prazo de baixa ficam com a cobranca,
      *    em PARMCOB.DAT, sem mudanca de programa
       LE-PARAMETROS-COBRANCA.
           OPEN INPUT ARQPCB
           IF ST-PCB NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMCOB.DAT ' ST-PCB
               STOP RUN.
           READ ARQPCB
               AT END
                   DISPLAY 'PARMCOB.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPCB.
           IF FAIXA-BLOQ-PCB IS NOT NUMERIC
                   OR DIAS-BAIXA-PCB IS NOT NUMERIC
                   OR FAIXA-BLOQ-PCB > 4
               DISPLAY 'PARAMETROS DE COBRANCA INVALIDOS'
               STOP RUN.
           MOVE FAIXA-BLOQ-PCB TO WS-FAIXA-BLOQ
           MOVE DIAS-BAIXA-PCB TO WS-DIAS-BAIXA.

       ABRE-ARQ.
           OPEN I-O ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    o registro de atraso persiste entre execucoes; abre I-O,
      *    criando o arquivo so na primeira execucao
           OPEN I-O ARQATR
           IF ST-ATR EQUAL '35'
               OPEN OUTPUT ARQATR
               CLOSE ARQATR
               OPEN I-O ARQATR
           END-IF.
           IF ST-ATR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ATRASO.DAT ' ST-ATR
               STOP RUN.

           OPEN OUTPUT ARQCOB
           IF ST-COB NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CARTACOB.DAT ' ST-COB
               STOP RUN.

      *    sem CTRLMOV.DAT ainda nao houve posting nenhum: a baixa
      *    pendente fica como esta
           OPEN INPUT ARQCTRL
           IF ST-CTRL EQUAL '35'
               MOVE ZERO TO WS-TEM-CTRL
           ELSE
               IF ST-CTRL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLMOV.DAT ' ST-CTRL
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CTRL
           END-IF.

      *    ARQMOVI.DAT e compartilhado com outros geradores de
      *    movimento (GERAMOVIMENT, JUROS, TARIFAS, GERAAGENDA); abre
      *    em EXTEND para acrescentar sem apagar o que ja estiver la
           OPEN EXTEND ARQMOV
           IF ST-MOV EQUAL '35'
               OPEN OUTPUT ARQMOV
               CLOSE ARQMOV
               OPEN EXTEND ARQMOV
           END-IF.
           IF ST-MOV NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQMOVI.DAT ' ST-MOV
               STOP RUN.

      *    proximo numero de controle unico para os movimentos gerados
       LE-SEQUENCIA.
           MOVE ZERO TO WS-PROX-CONTROLE
           OPEN INPUT ARQSEQ
           IF ST-SEQ = '00'
               READ ARQSEQ
                   AT END CONTINUE
                   NOT AT END MOVE ULT-NUM-CONTROLE TO WS-PROX-CONTROLE
               END-READ
               CLOSE ARQSEQ
           END-IF.

       ZERA-TABELA.
           PERFORM ZERA-LINHA-FAIXA VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 4.

       ZERA-LINHA-FAIXA.
           MOVE ZERO TO WS-FX-QTD (WS-IDX)
           MOVE ZERO TO WS-FX-VALOR (WS-IDX).

       PROCESSO.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   PERFORM TRATA-CONTA
           END-READ.

      *    baixa pendente primeiro: enquanto ela nao se resolve a
      *    conta nao envelhece nem gera outra carta
       TRATA-CONTA.
           ADD 1 TO WS-QTD-LIDAS
           MOVE AGENCIA TO AGENCIA-ATR
           MOVE CONTA TO CONTA-ATR
           READ ARQATR KEY IS ID-ATR
               INVALID KEY
                   MOVE ZERO TO WS-TEM-ATR
               NOT INVALID KEY
                   MOVE 1 TO WS-TEM-ATR
           END-READ
           IF WS-TEM-ATR = 1 AND ATR-EM-BAIXA
               PERFORM CONFERE-BAIXA
           ELSE
               IF SALDO < ZERO AND NOT CONTA-ENCERRADA
                   PERFORM ENVELHECE-CONTA
               ELSE
                   IF WS-TEM-ATR = 1 AND ATR-EM-ATRASO
                       PERFORM REGULARIZA-CONTA
                   END-IF
               END-IF
           END-IF
           IF WS-TEM-ATR = 1 AND SALDO < ZERO
               IF ATR-EM-ATRASO OR ATR-EM-BAIXA
                   PERFORM ACUMULA-FAIXA
               END-IF
           END-IF.

      ******************************************************************
      *    contagem do atraso
      ******************************************************************
      *    conta que entra no negativo comeca um atraso novo, do dia
      *    1. a conta ja baixada para prejuizo que volta ao negativo
      *    nao reabre o atraso: a linha e o registro da perda e fica
      *    como esta; o saldo novo so e apontado no relatorio
       ENVELHECE-CONTA.
           IF WS-TEM-ATR = 1 AND ATR-BAIXADA
               MOVE 'NEGATIVA APOS BAIXA' TO WS-EVENTO
               PERFORM RELATA-EVENTO
           ELSE
               PERFORM ENVELHECE-ATRASO
           END-IF.

       ENVELHECE-ATRASO.
           IF WS-TEM-ATR = ZERO
               PERFORM ABRE-ATRASO
           END-IF
           MOVE FAIXA-ATR TO WS-FAIXA-ANT
           MOVE DATA-INI-ATR TO WS-DATA-CALC
           PERFORM CALCULA-DIA-ABSOLUTO
           COMPUTE DIAS-ATR = WS-DIA-ABS-PROC - WS-DIA-ABS + 1
           IF SALDO < (0 - LIMITE-CREDITO)
               IF DATA-INI-EXC-ATR = ZERO
                   MOVE WS-DATA-PROC TO DATA-INI-EXC-ATR
               END-IF
               MOVE DATA-INI-EXC-ATR TO WS-DATA-CALC
               PERFORM CALCULA-DIA-ABSOLUTO
               COMPUTE DIAS-EXC-ATR = WS-DIA-ABS-PROC - WS-DIA-ABS + 1
           ELSE
               MOVE ZEROS TO DATA-INI-EXC-ATR
               MOVE ZEROS TO DIAS-EXC-ATR
           END-IF
           PERFORM CLASSIFICA-FAIXA
           MOVE SALDO TO SALDO-ATR
           MOVE LIMITE-CREDITO TO LIMITE-ATR
           MOVE WS-DATA-PROC TO DATA-ULT-ATR
           IF FAIXA-ATR > WS-FAIXA-ANT
               PERFORM MUDA-FAIXA
           END-IF
           IF WS-DIAS-BAIXA > ZERO AND DIAS-ATR > WS-DIAS-BAIXA
               PERFORM BAIXA-CONTA
           END-IF
           IF WS-TEM-ATR = ZERO
               WRITE REG-ATR
               MOVE 1 TO WS-TEM-ATR
           ELSE
               REWRITE REG-ATR
           END-IF.

       ABRE-ATRASO.
           ADD 1 TO WS-QTD-NOVAS
           MOVE AGENCIA TO AGENCIA-ATR
           MOVE CONTA TO CONTA-ATR
           MOVE WS-DATA-PROC TO DATA-INI-ATR
           MOVE ZEROS TO DIAS-ATR
           MOVE ZERO TO FAIXA-ATR
           MOVE ZEROS TO DATA-INI-EXC-ATR
           MOVE ZEROS TO DIAS-EXC-ATR
           MOVE "N" TO BLOQUEIO-ATR
           MOVE "A" TO SITUACAO-ATR
           MOVE ZEROS TO CTRL-BAIXA-ATR
           MOVE ZEROS TO DATA-BAIXA-ATR
           MOVE ZEROS TO VALOR-PEND-ATR
           MOVE ZEROS TO VALOR-BAIXA-ATR.

       CLASSIFICA-FAIXA.
           IF DIAS-ATR > 90
               MOVE 4 TO FAIXA-ATR
           ELSE
               IF DIAS-ATR > 60
                   MOVE 3 TO FAIXA-ATR
               ELSE
                   IF DIAS-ATR > 30
                       MOVE 2 TO FAIXA-ATR
                   ELSE
                       MOVE 1 TO FAIXA-ATR
                   END-IF
               END-IF
           END-IF.

      *    o bloqueio automatico so acontece na entrada da faixa de
      *    bloqueio: a conta desbloqueada depois pela agencia (via
      *    MANTCLIENT) nao volta a ser bloqueada por esta rotina no
      *    mesmo atraso
       MUDA-FAIXA.
           ADD 1 TO WS-QTD-MUDA-FAIXA
           IF WS-FAIXA-BLOQ > ZERO AND CONTA-ATIVA
                   AND FAIXA-ATR NOT < WS-FAIXA-BLOQ
                   AND WS-FAIXA-ANT < WS-FAIXA-BLOQ
               PERFORM BLOQUEIA-CONTA
           END-IF
           MOVE "A" TO WS-TIPO-CARTA
           MOVE FAIXA-ATR TO WS-FAIXA-CARTA
           PERFORM GRAVA-CARTA
           MOVE 'MUDANCA DE FAIXA' TO WS-EVENTO
           PERFORM RELATA-EVENTO.

       BLOQUEIA-CONTA.
           ADD 1 TO WS-QTD-BLOQUEADAS
           MOVE 2 TO SITUACAO-CLI
           REWRITE RED-CLI
           MOVE "S" TO BLOQUEIO-ATR
           MOVE 'CONTA BLOQUEADA' TO WS-EVENTO
           PERFORM RELATA-EVENTO.

      *    saldo de volta ao positivo (ou zerado): o atraso acaba e a
      *    linha sai do arquivo; conta bloqueada aqui continua
      *    bloqueada ate a agencia liberar
       REGULARIZA-CONTA.
           ADD 1 TO WS-QTD-REGULARIZADAS
           MOVE FAIXA-ATR TO WS-FAIXA-ANT
           MOVE SALDO TO SALDO-ATR
           IF NOT CONTA-ENCERRADA
               MOVE "R" TO WS-TIPO-CARTA
               MOVE ZERO TO WS-FAIXA-CARTA
               PERFORM GRAVA-CARTA
           END-IF
           MOVE 'REGULARIZADA' TO WS-EVENTO
           PERFORM RELATA-EVENTO
           DELETE ARQATR RECORD
           MOVE ZERO TO WS-TEM-ATR.

      ******************************************************************
      *    baixa para prejuizo
      ******************************************************************
      *    a conta ainda ativa e bloqueada junto com a baixa: a perda
      *    reconhecida nao pode voltar a girar
       BAIXA-CONTA.
           ADD 1 TO WS-QTD-BAIXAS
           IF CONTA-ATIVA
               PERFORM BLOQUEIA-CONTA
           END-IF
           PERFORM EMITE-BAIXA
           MOVE FAIXA-ATR TO WS-FAIXA-ANT
           MOVE "P" TO WS-TIPO-CARTA
           MOVE FAIXA-ATR TO WS-FAIXA-CARTA
           PERFORM GRAVA-CARTA
           MOVE 'BAIXA PARA PREJUIZO' TO WS-EVENTO
           PERFORM RELATA-EVENTO.

      *    o credito zera o saldo do dia; o controle fica na linha de
      *    atraso ate a confirmacao
       EMITE-BAIXA.
           COMPUTE WS-VALOR-DEV = 0 - SALDO
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA TO AGENCIA-MOV
           MOVE CONTA TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           MOVE WS-VALOR-DEV TO MOVIMENTO
           MOVE 10 TO TIPO-MOV
           MOVE ZEROS TO AGENCIA-DEST
           MOVE ZEROS TO CONTA-DEST
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV
           MOVE "P" TO SITUACAO-ATR
           MOVE WS-PROX-CONTROLE TO CTRL-BAIXA-ATR
           MOVE WS-DATA-PROC TO DATA-BAIXA-ATR
           MOVE WS-VALOR-DEV TO VALOR-PEND-ATR.

      *    so a baixa emitida em data anterior ja passou por um
      *    posting. Confirmada, a conta fica baixada, salvo se
      *    entrou debito no mesmo posting (juros, tarifa), que sai
      *    numa baixa complementar; nao postada, e reemitida pelo
      *    saldo do dia, ou o atraso acaba se o cliente cobriu o
      *    saldo antes
       CONFERE-BAIXA.
           IF WS-TEM-CTRL = 1 AND DATA-BAIXA-ATR < WS-DATA-PROC
               MOVE ZERO TO WS-ACHOU-CTRL
               MOVE CTRL-BAIXA-ATR TO NUM-CTRL
               READ ARQCTRL KEY IS NUM-CTRL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ACHOU-CTRL
               END-READ
               IF WS-ACHOU-CTRL = 1
                   PERFORM CONFIRMA-BAIXA
               ELSE
                   IF SALDO < ZERO
                       ADD 1 TO WS-QTD-BAIXAS-REEMIT
                       PERFORM EMITE-BAIXA
                       MOVE SALDO TO SALDO-ATR
                       MOVE WS-DATA-PROC TO DATA-ULT-ATR
                       REWRITE REG-ATR
                   ELSE
                       PERFORM REGULARIZA-CONTA
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-BAIXA.
           ADD 1 TO WS-QTD-BAIXAS-CONF
           ADD VALOR-PEND-ATR TO VALOR-BAIXA-ATR
           ADD VALOR-PEND-ATR TO WS-TOTAL-BAIXADO
           MOVE ZEROS TO VALOR-PEND-ATR
           MOVE SALDO TO SALDO-ATR
           MOVE WS-DATA-PROC TO DATA-ULT-ATR
           IF SALDO < ZERO
               PERFORM EMITE-BAIXA
           ELSE
               MOVE "B" TO SITUACAO-ATR
               MOVE 'BAIXA CONFIRMADA' TO WS-EVENTO
               PERFORM RELATA-EVENTO
           END-IF
           REWRITE REG-ATR.

      ******************************************************************
      *    cartas e relatorio
      ******************************************************************
       GRAVA-CARTA.
           ADD 1 TO WS-QTD-CARTAS
           MOVE WS-DATA-PROC TO DATA-COB
           MOVE AGENCIA TO AGENCIA-COB
           MOVE CONTA TO CONTA-COB
           MOVE NOME-CLI TO NOME-COB
           MOVE DOC-CLI TO DOC-COB
           MOVE WS-TIPO-CARTA TO TIPO-CARTA-COB
           MOVE WS-FAIXA-ANT TO FAIXA-ANT-COB
           MOVE WS-FAIXA-CARTA TO FAIXA-COB
           MOVE DIAS-ATR TO DIAS-COB
           MOVE SALDO TO SALDO-COB
           MOVE LIMITE-CREDITO TO LIMITE-COB
           IF CONTA-BLOQUEADA
               MOVE "S" TO BLOQUEADA-COB
           ELSE
               MOVE "N" TO BLOQUEADA-COB
           END-IF
           WRITE REG-COB.

       RELATA-EVENTO.
           IF AGENCIA NOT = WS-AGENCIA-ATUAL
                   OR WS-TEM-CABECALHO = ZERO
               DISPLAY 'AGENCIA ' AGENCIA
               MOVE AGENCIA TO WS-AGENCIA-ATUAL
               MOVE 1 TO WS-TEM-CABECALHO
           END-IF
           DISPLAY '  CONTA ' CONTA ' ' WS-EVENTO
               ' FAIXA ' FAIXA-ATR ' DIAS ' DIAS-ATR
               ' SALDO ' SALDO.

       ACUMULA-FAIXA.
           IF FAIXA-ATR > ZERO
               COMPUTE WS-VALOR-DEV = 0 - SALDO
               ADD 1 TO WS-FX-QTD (FAIXA-ATR)
               ADD WS-VALOR-DEV TO WS-FX-VALOR (FAIXA-ATR)
               ADD 1 TO WS-QTD-CARTEIRA
               ADD WS-VALOR-DEV TO WS-TOTAL-CARTEIRA
           END-IF.

       EMITE-RESUMO.
           DISPLAY 'CARTEIRA EM ATRASO POR FAIXA'
           DISPLAY '  01-30 DIAS.: ' WS-FX-QTD (1)
               ' VALOR ' WS-FX-VALOR (1)
           DISPLAY '  31-60 DIAS.: ' WS-FX-QTD (2)
               ' VALOR ' WS-FX-VALOR (2)
           DISPLAY '  61-90 DIAS.: ' WS-FX-QTD (3)
               ' VALOR ' WS-FX-VALOR (3)
           DISPLAY '  +90 DIAS...: ' WS-FX-QTD (4)
               ' VALOR ' WS-FX-VALOR (4)
           DISPLAY '  TOTAL......: ' WS-QTD-CARTEIRA
               ' VALOR ' WS-TOTAL-CARTEIRA.

      *    numero do dia absoluto de WS-DATA-CALC em WS-DIA-ABS; so a
      *    diferenca entre dois numeros interessa (dias corridos)
       CALCULA-DIA-ABSOLUTO.
           DIVIDE WS-DATA-CALC BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 03
               SUBTRACT 1 FROM WS-ANO
               ADD 12 TO WS-MES
           END-IF
           DIVIDE WS-ANO BY 4 GIVING WS-QUOC-4
           DIVIDE WS-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-TERMO-MES = (153 * (WS-MES - 3)) + 2
           DIVIDE WS-TERMO-MES BY 5 GIVING WS-QUOC-MES
           COMPUTE WS-DIA-ABS = (WS-ANO * 365) + WS-QUOC-4
               - WS-QUOC-100 + WS-QUOC-400 + WS-QUOC-MES + WS-DIA.

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
           MOVE "COBRADEV" TO PROGRAMA-RUN
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
      *    persiste o ultimo numero de controle usado para a proxima
      *    execucao continuar a sequencia sem repetir numeros
           OPEN OUTPUT ARQSEQ
           IF ST-SEQ NOT EQUAL TO '00'
               DISPLAY 'ERRO AO ABRIR CTRLSEQ.DAT ' ST-SEQ
               STOP RUN.
           MOVE WS-PROX-CONTROLE TO ULT-NUM-CONTROLE
           WRITE REG-SEQ
           CLOSE ARQSEQ.
           DISPLAY 'CONTAS LIDAS...........: ' WS-QTD-LIDAS
           DISPLAY 'ATRASOS INICIADOS......: ' WS-QTD-NOVAS
           DISPLAY 'MUDANCAS DE FAIXA......: ' WS-QTD-MUDA-FAIXA
           DISPLAY 'CONTAS REGULARIZADAS...: ' WS-QTD-REGULARIZADAS
           DISPLAY 'CONTAS BLOQUEADAS......: ' WS-QTD-BLOQUEADAS
           DISPLAY 'BAIXAS EMITIDAS........: ' WS-QTD-BAIXAS
           DISPLAY 'BAIXAS REEMITIDAS......: ' WS-QTD-BAIXAS-REEMIT
           DISPLAY 'BAIXAS CONFIRMADAS.....: ' WS-QTD-BAIXAS-CONF
           DISPLAY 'VALOR BAIXADO..........: ' WS-TOTAL-BAIXADO
           DISPLAY 'CARTAS DE COBRANCA.....: ' WS-QTD-CARTAS
           IF WS-TEM-CTRL = ZERO
               DISPLAY 'AVISO: CTRLMOV.DAT AUSENTE, BAIXAS NAO'
                   ' FORAM CONFERIDAS'
           END-IF
           CLOSE ARQCLI.
           CLOSE ARQATR.
           CLOSE ARQCOB.
           IF WS-TEM-CTRL = 1
               CLOSE ARQCTRL
           END-IF
           CLOSE ARQMOV.
           PERFORM ENCERRA-RUN-LOTE.
