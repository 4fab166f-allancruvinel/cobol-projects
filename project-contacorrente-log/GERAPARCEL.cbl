      ******************************************************************
      * Author:
      * Date:
      * Purpose: cobranca diaria dos emprestimos de EMPREST.DAT. O
      *          credito de liberacao emitido pelo CONTRATEMP e
      *          conferido em CTRLMOV.DAT na execucao seguinte:
      *          postado, o contrato fica ativo; devolvido, e
      *          reemitido ate o limite de tentativas e entao o
      *          contrato e cancelado. Para cada parcela aberta de
      *          PARCEMP.DAT o debito emitido na vespera e conferido
      *          do mesmo jeito que o GERAAGENDA confere as suas
      *          emissoes (confirmado em CTRLMOV.DAT, a parcela esta
      *          paga e o principal sai do saldo devedor); a parcela
      *          vencida e nao paga envelhece, ganha multa e mora e
      *          e cobrada de novo, com o valor atualizado, num REG-MOV
      *          de ARQMOVI.DAT com controle de CTRLSEQ.DAT. A ultima
      *          parcela paga quita o contrato. O relatorio de
      *          inadimplencia sai por agencia no final. A retentativa
      *          e exclusiva daqui: o EXTRAREJ deixa fora da
      *          reapresentacao as rejeicoes destas emissoes. Deve
      *          rodar apos o ciclo de posting do dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAPARCEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEMP ASSIGN TO "EMPREST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-EMP
           ALTERNATE RECORD KEY IS ID-CONTA-EMP WITH DUPLICATES
           FILE STATUS IS ST-EMP.

           SELECT ARQPCE ASSIGN TO "PARCEMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PCE
           FILE STATUS IS ST-PCE.

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
       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQPCE.
           COPY CPPCE.

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
       77  ST-EMP          PIC X(02).
       77  ST-PCE          PIC X(02).
       77  ST-CTRL         PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  FIM-EMP         PIC 9(01) VALUE ZERO.
       77  FIM-PCE         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CTRL     PIC 9(01) VALUE ZERO.
       77  WS-ACHOU-CTRL   PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-QTD-LIB-CONFIRMADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-LIB-REEMITIDAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-CANCELADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-EMITIDAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-PAGAS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-DEVOLVIDAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-QUITADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-INADIMPLENTES PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-RECEBIDO PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-ATRASO PIC 9(11)V99 VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-IDX          PIC 9(04).
       77  WS-AGENCIA-EXIB PIC 9(03).
       77  WS-AGENCIA-ATUAL PIC 9(03) VALUE ZERO.
       77  WS-TEM-CABECALHO PIC 9(01) VALUE ZERO.

      *    um credito de liberacao devolvido este numero de vezes
      *    (conta bloqueada ou encerrada depois da contratacao)
      *    cancela o contrato, que fica no relatorio
       77  WS-MAX-TENTATIVAS PIC 9(02) VALUE 3.

      *    atraso do contrato corrente, para o relatorio
       77  WS-PARC-ATRASO  PIC 9(03).
       77  WS-MAIOR-ATRASO PIC 9(05).
       77  WS-VALOR-ATRASO PIC 9(11)V99.
       77  WS-BASE-ENCARGO PIC 9(9)V99.

      *    contagem de dias corridos entre o vencimento e o
      *    processamento: cada data vira um numero de dia absoluto
      *    (dias desde o inicio do calendario, com o ano comecando
      *    em marco para o dia bissexto cair no fim)
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

      *    mesma convencao de CONCILIA: OCCURS 1000 cobre o intervalo
      *    000-999 de AGENCIA, indexado por AGENCIA + 1
       01  WS-TABELA-AGENCIAS.
           03 WS-AG-LINHA OCCURS 1000 TIMES INDEXED BY IDX-AG.
               05 WS-AG-QTD-CONTRATOS PIC 9(06).
               05 WS-AG-QTD-PARCELAS  PIC 9(06).
               05 WS-AG-VALOR-ATRASO  PIC 9(11)V99.
               05 WS-AG-SALDO-DEV     PIC 9(11)V99.
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM LE-SEQUENCIA.
           PERFORM ZERA-TABELA.
           MOVE WS-DATA-PROC TO WS-DATA-CALC
           PERFORM CALCULA-DIA-ABSOLUTO
           MOVE WS-DIA-ABS TO WS-DIA-ABS-PROC
           PERFORM POSICIONA-CONTRATOS.
           PERFORM PROCESSO UNTIL FIM-EMP EQUAL 1.
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

       ABRE-ARQ.
      *    sem EMPREST.DAT nenhum contrato foi feito ainda: o lote
      *    termina sem nada a cobrar
           OPEN I-O ARQEMP
           IF ST-EMP EQUAL '35'
               DISPLAY 'NENHUM CONTRATO EM EMPREST.DAT'
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
           END-IF.
           IF ST-EMP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPREST.DAT ' ST-EMP
               STOP RUN.

           OPEN I-O ARQPCE
           IF ST-PCE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARCEMP.DAT ' ST-PCE
               STOP RUN.

      *    sem CTRLMOV.DAT ainda nao houve posting nenhum: as
      *    emissoes pendentes ficam como estao, sem contar tentativa
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
           PERFORM ZERA-LINHA-AGENCIA VARYING IDX-AG FROM 1 BY 1
               UNTIL IDX-AG > 1000.

       ZERA-LINHA-AGENCIA.
           MOVE ZERO TO WS-AG-QTD-CONTRATOS (IDX-AG)
           MOVE ZERO TO WS-AG-QTD-PARCELAS (IDX-AG)
           MOVE ZERO TO WS-AG-VALOR-ATRASO (IDX-AG)
           MOVE ZERO TO WS-AG-SALDO-DEV (IDX-AG).

      *    os contratos sao percorridos pela chave alternada (agencia
      *    + conta), para o relatorio de inadimplencia sair agrupado
      *    por agencia
       POSICIONA-CONTRATOS.
           DISPLAY 'RELATORIO DE INADIMPLENCIA DE EMPRESTIMOS - DATA '
               WS-DATA-PROC
           MOVE ZEROS TO ID-CONTA-EMP
           START ARQEMP KEY IS NOT LESS THAN ID-CONTA-EMP
               INVALID KEY
                   MOVE 1 TO FIM-EMP
           END-START.

       PROCESSO.
           READ ARQEMP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EMP
               NOT AT END
                   PERFORM TRATA-CONTRATO
           END-READ.

       TRATA-CONTRATO.
           IF EMP-EM-LIBERACAO
               PERFORM CONFERE-LIBERACAO
           END-IF
           IF EMP-ATIVO
               PERFORM COBRA-CONTRATO
           END-IF.

      ******************************************************************
      *    conferencia do credito de liberacao
      ******************************************************************
      *    so a liberacao emitida em data anterior ja passou por um
      *    posting; a emitida na propria data ainda esta em
      *    ARQMOVI.DAT esperando o ATTCLIENT
       CONFERE-LIBERACAO.
           IF WS-TEM-CTRL = 1 AND DATA-LIB-EMP < WS-DATA-PROC
               MOVE ZERO TO WS-ACHOU-CTRL
               MOVE CTRL-LIB-EMP TO NUM-CTRL
               READ ARQCTRL KEY IS NUM-CTRL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ACHOU-CTRL
               END-READ
               IF WS-ACHOU-CTRL = 1
                   ADD 1 TO WS-QTD-LIB-CONFIRMADAS
                   MOVE "A" TO SITUACAO-EMP
                   REWRITE REG-EMP
               ELSE
                   IF QTD-TENT-LIB-EMP NOT < WS-MAX-TENTATIVAS
                       PERFORM CANCELA-CONTRATO
                   ELSE
                       ADD 1 TO WS-QTD-LIB-REEMITIDAS
                       PERFORM EMITE-LIBERACAO
                       ADD 1 TO QTD-TENT-LIB-EMP
                       MOVE WS-PROX-CONTROLE TO CTRL-LIB-EMP
                       MOVE WS-DATA-PROC TO DATA-LIB-EMP
                       REWRITE REG-EMP
                   END-IF
               END-IF
           END-IF.

      *    o dinheiro nunca chegou na conta: o contrato morre sem
      *    divida, e as parcelas do plano ficam sem cobranca
       CANCELA-CONTRATO.
           ADD 1 TO WS-QTD-CANCELADOS
           DISPLAY 'CONTRATO ' NUM-EMP ' AGENCIA ' AGENCIA-EMP
               ' CONTA ' CONTA-EMP ' VALOR ' VALOR-EMP
               ' CANCELADO: LIBERACAO NAO POSTADA APOS '
               QTD-TENT-LIB-EMP ' TENTATIVAS'
           MOVE "C" TO SITUACAO-EMP
           MOVE ZEROS TO SALDO-DEVEDOR-EMP
           REWRITE REG-EMP.

       EMITE-LIBERACAO.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-EMP TO AGENCIA-MOV
           MOVE CONTA-EMP TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           MOVE VALOR-EMP TO MOVIMENTO
           MOVE 08 TO TIPO-MOV
           MOVE ZEROS TO AGENCIA-DEST
           MOVE ZEROS TO CONTA-DEST
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV.

      ******************************************************************
      *    cobranca das parcelas do contrato ativo
      ******************************************************************
       COBRA-CONTRATO.
           MOVE ZERO TO WS-PARC-ATRASO
           MOVE ZERO TO WS-MAIOR-ATRASO
           MOVE ZERO TO WS-VALOR-ATRASO
           MOVE ZERO TO FIM-PCE
           MOVE NUM-EMP TO NUM-EMP-PCE
           MOVE ZEROS TO SEQ-PCE
           START ARQPCE KEY IS NOT LESS THAN CHAVE-PCE
               INVALID KEY
                   MOVE 1 TO FIM-PCE
           END-START
           PERFORM COBRA-PARCELA-LE UNTIL FIM-PCE = 1
           IF QTD-PAGAS-EMP NOT < QTD-PARC-EMP
               ADD 1 TO WS-QTD-QUITADOS
               MOVE "Q" TO SITUACAO-EMP
               MOVE ZEROS TO SALDO-DEVEDOR-EMP
               MOVE WS-DATA-PROC TO DATA-QUIT-EMP
           END-IF
           REWRITE REG-EMP
           IF WS-PARC-ATRASO > 0
               PERFORM RELATA-INADIMPLENTE
           END-IF.

       COBRA-PARCELA-LE.
           READ ARQPCE NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PCE
               NOT AT END
                   IF NUM-EMP-PCE NOT = NUM-EMP
                       MOVE 1 TO FIM-PCE
                   ELSE
                       IF PCE-ABERTA
                           PERFORM COBRA-PARCELA
                       END-IF
                   END-IF
           END-READ.

      *    ordem do dia para a parcela aberta: confere o debito da
      *    vespera; continuando aberta e vencida, atualiza atraso e
      *    encargos; sem emissao pendente, cobra de novo
       COBRA-PARCELA.
           IF CTRL-PEND-PCE > ZERO AND WS-TEM-CTRL = 1
                   AND DATA-COBRANCA-PCE < WS-DATA-PROC
               PERFORM RESOLVE-COBRANCA
           END-IF
           IF PCE-ABERTA AND DATA-VENC-PCE < WS-DATA-PROC
               PERFORM ATUALIZA-ENCARGOS
           END-IF
           IF PCE-ABERTA AND CTRL-PEND-PCE = ZERO
                   AND DATA-VENC-PCE NOT > WS-DATA-PROC
               PERFORM EMITE-PARCELA
           END-IF
           IF PCE-ABERTA AND DATA-VENC-PCE < WS-DATA-PROC
               PERFORM ACUMULA-ATRASO
           END-IF
           REWRITE REG-PCE.

      *    a marca em CTRLMOV.DAT e a prova de que o debito foi
      *    postado; sem a marca, o debito foi rejeitado (o caso
      *    recorrente e saldo insuficiente) e a parcela segue aberta
       RESOLVE-COBRANCA.
           MOVE ZERO TO WS-ACHOU-CTRL
           MOVE CTRL-PEND-PCE TO NUM-CTRL
           READ ARQCTRL KEY IS NUM-CTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ACHOU-CTRL
           END-READ
           IF WS-ACHOU-CTRL = 1
               ADD 1 TO WS-QTD-PAGAS
               ADD VALOR-COBRADO-PCE TO WS-TOTAL-RECEBIDO
               MOVE "P" TO SITUACAO-PCE
               MOVE DATA-COBRANCA-PCE TO DATA-PAGTO-PCE
               ADD 1 TO QTD-PAGAS-EMP
               IF VALOR-PRINC-PCE > SALDO-DEVEDOR-EMP
                   MOVE ZEROS TO SALDO-DEVEDOR-EMP
               ELSE
                   SUBTRACT VALOR-PRINC-PCE FROM SALDO-DEVEDOR-EMP
               END-IF
           ELSE
               ADD 1 TO WS-QTD-DEVOLVIDAS
           END-IF
           MOVE ZEROS TO CTRL-PEND-PCE.

      *    multa cobrada uma vez, no primeiro dia de atraso; mora
      *    mensal pro rata pelos dias corridos desde o vencimento,
      *    sobre principal + juros da parcela
       ATUALIZA-ENCARGOS.
           MOVE DATA-VENC-PCE TO WS-DATA-CALC
           PERFORM CALCULA-DIA-ABSOLUTO
           COMPUTE DIAS-ATRASO-PCE = WS-DIA-ABS-PROC - WS-DIA-ABS
           COMPUTE WS-BASE-ENCARGO = VALOR-PRINC-PCE + VALOR-JUROS-PCE
           IF VALOR-MULTA-PCE = ZERO
               COMPUTE VALOR-MULTA-PCE ROUNDED =
                   WS-BASE-ENCARGO * TAXA-MULTA-EMP
           END-IF
           COMPUTE VALOR-MORA-PCE ROUNDED =
               WS-BASE-ENCARGO * TAXA-MORA-EMP * DIAS-ATRASO-PCE / 30.

      *    a parcela debita a conta do contrato pelo valor do dia
      *    (parcela + encargos) e segue o fluxo normal de posting do
      *    ATTCLIENT; o controle fica na parcela ate a confirmacao
       EMITE-PARCELA.
           ADD 1 TO WS-QTD-EMITIDAS
           COMPUTE VALOR-COBRADO-PCE = VALOR-PRINC-PCE
               + VALOR-JUROS-PCE + VALOR-MULTA-PCE + VALOR-MORA-PCE
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-EMP TO AGENCIA-MOV
           MOVE CONTA-EMP TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - VALOR-COBRADO-PCE
           MOVE 09 TO TIPO-MOV
           MOVE ZEROS TO AGENCIA-DEST
           MOVE ZEROS TO CONTA-DEST
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV
           MOVE WS-PROX-CONTROLE TO CTRL-PEND-PCE
           MOVE WS-DATA-PROC TO DATA-COBRANCA-PCE
           ADD 1 TO QTD-TENT-PCE.

       ACUMULA-ATRASO.
           ADD 1 TO WS-PARC-ATRASO
           COMPUTE WS-VALOR-ATRASO = WS-VALOR-ATRASO
               + VALOR-PRINC-PCE + VALOR-JUROS-PCE
               + VALOR-MULTA-PCE + VALOR-MORA-PCE
           IF DIAS-ATRASO-PCE > WS-MAIOR-ATRASO
               MOVE DIAS-ATRASO-PCE TO WS-MAIOR-ATRASO
           END-IF.

      ******************************************************************
      *    relatorio de inadimplencia
      ******************************************************************
       RELATA-INADIMPLENTE.
           ADD 1 TO WS-QTD-INADIMPLENTES
           ADD WS-VALOR-ATRASO TO WS-TOTAL-ATRASO
           ADD 1 TO WS-AG-QTD-CONTRATOS (AGENCIA-EMP + 1)
           ADD WS-PARC-ATRASO TO WS-AG-QTD-PARCELAS (AGENCIA-EMP + 1)
           ADD WS-VALOR-ATRASO TO WS-AG-VALOR-ATRASO (AGENCIA-EMP + 1)
           ADD SALDO-DEVEDOR-EMP TO WS-AG-SALDO-DEV (AGENCIA-EMP + 1)
           IF AGENCIA-EMP NOT = WS-AGENCIA-ATUAL
                   OR WS-TEM-CABECALHO = ZERO
               DISPLAY 'AGENCIA ' AGENCIA-EMP
               MOVE AGENCIA-EMP TO WS-AGENCIA-ATUAL
               MOVE 1 TO WS-TEM-CABECALHO
           END-IF
           DISPLAY '  CONTRATO ' NUM-EMP ' CONTA ' CONTA-EMP
               ' PARCELAS EM ATRASO ' WS-PARC-ATRASO
               ' MAIOR ATRASO ' WS-MAIOR-ATRASO ' DIAS'
               ' VALOR EM ATRASO ' WS-VALOR-ATRASO
               ' SALDO DEVEDOR ' SALDO-DEVEDOR-EMP.

       EMITE-RESUMO.
           PERFORM EMITE-LINHA-AGENCIA VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 1000
           DISPLAY 'TOTAL DE CONTRATOS INADIMPLENTES: '
               WS-QTD-INADIMPLENTES ' VALOR EM ATRASO: '
               WS-TOTAL-ATRASO.

       EMITE-LINHA-AGENCIA.
           IF WS-AG-QTD-CONTRATOS (WS-IDX) > 0
               COMPUTE WS-AGENCIA-EXIB = WS-IDX - 1
               DISPLAY 'AGENCIA ' WS-AGENCIA-EXIB
                   ' CONTRATOS=' WS-AG-QTD-CONTRATOS (WS-IDX)
                   ' PARCELAS=' WS-AG-QTD-PARCELAS (WS-IDX)
                   ' EM ATRASO=' WS-AG-VALOR-ATRASO (WS-IDX)
                   ' SALDO DEVEDOR=' WS-AG-SALDO-DEV (WS-IDX)
           END-IF.

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
           MOVE "GERAPARCEL" TO PROGRAMA-RUN
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
           DISPLAY 'LIBERACOES CONFIRMADAS.: ' WS-QTD-LIB-CONFIRMADAS
           DISPLAY 'LIBERACOES REEMITIDAS..: ' WS-QTD-LIB-REEMITIDAS
           DISPLAY 'CONTRATOS CANCELADOS...: ' WS-QTD-CANCELADOS
           DISPLAY 'PARCELAS COBRADAS......: ' WS-QTD-EMITIDAS
           DISPLAY 'PARCELAS PAGAS.........: ' WS-QTD-PAGAS
           DISPLAY 'COBRANCAS DEVOLVIDAS...: ' WS-QTD-DEVOLVIDAS
           DISPLAY 'CONTRATOS QUITADOS.....: ' WS-QTD-QUITADOS
           DISPLAY 'VALOR RECEBIDO.........: ' WS-TOTAL-RECEBIDO
           IF WS-TEM-CTRL = ZERO
               DISPLAY 'AVISO: CTRLMOV.DAT AUSENTE, PENDENCIAS NAO'
                   ' FORAM CONFERIDAS'
           END-IF
           CLOSE ARQEMP.
           CLOSE ARQPCE.
           IF WS-TEM-CTRL = 1
               CLOSE ARQCTRL
           END-IF
           CLOSE ARQMOV.
           PERFORM ENCERRA-RUN-LOTE.
