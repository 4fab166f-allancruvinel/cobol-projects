      ******************************************************************
      * Author:
      * Date:
      * Purpose: relatorio mensal da carteira em atraso para a
      *          provisao de perdas: le ATRASO.DAT, na posicao da
      *          ultima execucao do COBRADEV, e imprime em PROVISAO.REL
      *          por agencia a quantidade de contas e o saldo devedor
      *          de cada faixa de atraso (1-30, 31-60, 61-90, mais de
      *          90 dias), com a provisao pelo percentual da faixa em
      *          PARMCOB.DAT, e as baixas para prejuizo da competencia
      *          informada. O total geral fecha o relatorio. So le os
      *          arquivos; pode rodar a qualquer hora depois do
      *          COBRADEV do ultimo dia do mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQATR ASSIGN TO "ATRASO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-ATR
           FILE STATUS IS ST-ATR.

           SELECT ARQPCB ASSIGN TO "PARMCOB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PCB.

           SELECT ARQREL ASSIGN TO "PROVISAO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQATR.
           COPY CPATR.

       FD  ARQPCB.
           COPY CPPCB.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).
       WORKING-STORAGE SECTION.
       77  ST-ATR          PIC X(02).
       77  ST-PCB          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-ATR         PIC 9(01) VALUE ZERO.
       77  WS-TEM-ATR      PIC 9(01) VALUE ZERO.
       77  WS-COMPETENCIA  PIC 9(06).
       77  WS-COMP-BAIXA   PIC 9(06).
       77  WS-ANO          PIC 9(04).
       77  WS-MES          PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-DATA-POSICAO PIC 9(08) VALUE ZERO.
       77  WS-VALOR-DEV    PIC 9(9)V99.
       77  WS-PROVISAO     PIC 9(11)V99.
       77  WS-IDX          PIC 9(04).
       77  WS-FX           PIC 9(01).
       77  WS-AG           PIC 9(04).
       77  WS-AGENCIA-EXIB PIC 9(03).
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-AGENCIAS PIC 9(04) VALUE ZERO.
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    percentual de provisao de cada faixa, de PARMCOB.DAT
       01  WS-TABELA-PERC.
           03 WS-PERC-FAIXA OCCURS 4 TIMES PIC 9(03)V99.

       01  WS-NOMES-FAIXA.
           03 FILLER       PIC X(12) VALUE "01-30 DIAS  ".
           03 FILLER       PIC X(12) VALUE "31-60 DIAS  ".
           03 FILLER       PIC X(12) VALUE "61-90 DIAS  ".
           03 FILLER       PIC X(12) VALUE "MAIS DE 90  ".
       01  WS-NOMES-FAIXA-R REDEFINES WS-NOMES-FAIXA.
           03 WS-NOME-FAIXA OCCURS 4 TIMES PIC X(12).

      *    mesma convencao de CONCILIA: OCCURS 1000 cobre o intervalo
      *    000-999 de AGENCIA, indexado por AGENCIA + 1
       01  WS-TABELA-AGENCIAS.
           03 WS-AG-LINHA OCCURS 1000 TIMES.
               05 WS-AG-TEM            PIC 9(01).
               05 WS-AG-FAIXA OCCURS 4 TIMES.
                   07 WS-AG-QTD        PIC 9(06).
                   07 WS-AG-VALOR      PIC 9(11)V99.
               05 WS-AG-QTD-BAIXA      PIC 9(06).
               05 WS-AG-VALOR-BAIXA    PIC 9(11)V99.

       01  WS-TOTAIS.
           03 WS-TOT-FAIXA OCCURS 4 TIMES.
               05 WS-TOT-QTD           PIC 9(09).
               05 WS-TOT-VALOR         PIC 9(11)V99.
               05 WS-TOT-PROVISAO      PIC 9(11)V99.
           03 WS-TOT-QTD-BAIXA         PIC 9(09).
           03 WS-TOT-VALOR-BAIXA       PIC 9(11)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(18) VALUE SPACES.
           03 FILLER       PIC X(44)
               VALUE "CARTEIRA EM ATRASO POR FAIXA - PROVISAO".
           03 FILLER       PIC X(18) VALUE SPACES.

       01  CAB-COMPETENCIA.
           03 FILLER       PIC X(12) VALUE "COMPETENCIA ".
           03 CAB-COMP     PIC 9(06).
           03 FILLER       PIC X(12) VALUE "  POSICAO DE".
           03 FILLER       PIC X(01) VALUE SPACE.
           03 CAB-POSICAO  PIC 9(08).
           03 FILLER       PIC X(29) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-COLUNAS.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(14) VALUE "FAIXA         ".
           03 FILLER       PIC X(09) VALUE "  CONTAS ".
           03 FILLER       PIC X(16) VALUE "   SALDO DEVEDOR".
           03 FILLER       PIC X(08) VALUE "   PERC.".
           03 FILLER       PIC X(16) VALUE "        PROVISAO".
           03 FILLER       PIC X(12) VALUE SPACES.

       01  LIN-FAIXA.
           03 LIN-AGENCIA  PIC X(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-FAIXA-NOME PIC X(12).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-QTD      PIC ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-VALOR    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-PERC     PIC ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-PROVISAO PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(14) VALUE SPACES.

       01  LIN-BAIXA.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(14) VALUE "BAIXAS DO MES ".
           03 LIN-BX-QTD   PIC ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-BX-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM LE-PARAMETROS-COBRANCA.
           PERFORM ABRE-ARQ.
           PERFORM ZERA-TABELA.
           IF WS-TEM-ATR = 1
               PERFORM PROCESSO UNTIL FIM-ATR EQUAL 1
           END-IF
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 1000.
           PERFORM IMPRIME-TOTAL.
           PERFORM FINALIZA.
           STOP RUN.

       PEDE-PARAMETROS.
           DISPLAY 'COMPETENCIA (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA.
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO
               REMAINDER WS-MES
           IF WS-MES < 01 OR WS-MES > 12 OR WS-ANO = ZERO
               DISPLAY 'COMPETENCIA INVALIDA'
               STOP RUN.

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
           PERFORM GUARDA-PERCENTUAL VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 4.

       GUARDA-PERCENTUAL.
           IF PERC-PROV-PCB (WS-FX) IS NOT NUMERIC
               DISPLAY 'PERCENTUAL DE PROVISAO INVALIDO NA FAIXA '
                   WS-FX
               STOP RUN
           END-IF
           MOVE PERC-PROV-PCB (WS-FX) TO WS-PERC-FAIXA (WS-FX).

      *    sem ATRASO.DAT o COBRADEV ainda nao rodou: o relatorio sai
      *    zerado
       ABRE-ARQ.
           OPEN INPUT ARQATR
           IF ST-ATR EQUAL '35'
               MOVE ZERO TO WS-TEM-ATR
           ELSE
               IF ST-ATR NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ATRASO.DAT ' ST-ATR
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-ATR
           END-IF.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PROVISAO.REL ' ST-REL
               STOP RUN.

       ZERA-TABELA.
           MOVE ZEROS TO WS-TOTAIS
           PERFORM ZERA-LINHA-AGENCIA VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 1000.

       ZERA-LINHA-AGENCIA.
           MOVE ZEROS TO WS-AG-LINHA (WS-IDX).

       PROCESSO.
           READ ARQATR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ATR
               NOT AT END
                   PERFORM ACUMULA-CONTA
           END-READ.

      *    carteira: contas ainda em atraso (inclusive com baixa
      *    pendente de posting); baixas: o valor confirmado das
      *    contas cuja ultima baixa caiu na competencia
       ACUMULA-CONTA.
           ADD 1 TO WS-QTD-LIDOS
           IF DATA-ULT-ATR > WS-DATA-POSICAO
               MOVE DATA-ULT-ATR TO WS-DATA-POSICAO
           END-IF
           IF (ATR-EM-ATRASO OR ATR-EM-BAIXA)
                   AND FAIXA-ATR > ZERO AND SALDO-ATR < ZERO
               COMPUTE WS-VALOR-DEV = 0 - SALDO-ATR
               MOVE 1 TO WS-AG-TEM (AGENCIA-ATR + 1)
               ADD 1 TO WS-AG-QTD (AGENCIA-ATR + 1, FAIXA-ATR)
               ADD WS-VALOR-DEV
                   TO WS-AG-VALOR (AGENCIA-ATR + 1, FAIXA-ATR)
           END-IF
           IF VALOR-BAIXA-ATR > ZERO
               DIVIDE DATA-BAIXA-ATR BY 100 GIVING WS-COMP-BAIXA
                   REMAINDER WS-RESTO
               IF WS-COMP-BAIXA = WS-COMPETENCIA
                   MOVE 1 TO WS-AG-TEM (AGENCIA-ATR + 1)
                   ADD 1 TO WS-AG-QTD-BAIXA (AGENCIA-ATR + 1)
                   ADD VALOR-BAIXA-ATR
                       TO WS-AG-VALOR-BAIXA (AGENCIA-ATR + 1)
               END-IF
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-COMPETENCIA TO CAB-COMP
           MOVE WS-DATA-POSICAO TO CAB-POSICAO
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-COMPETENCIA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM CAB-COLUNAS
           MOVE ZERO TO WS-LINHA-PAG.

      *    bloco de uma agencia: as quatro faixas e as baixas do mes,
      *    sem quebrar o bloco entre duas paginas
       IMPRIME-AGENCIA.
           IF WS-AG-TEM (WS-AG) = 1
               ADD 1 TO WS-QTD-AGENCIAS
               IF WS-LINHA-PAG + 6 > WS-LIN-POR-PAG
                   PERFORM IMPRIME-CABECALHO
               END-IF
               COMPUTE WS-AGENCIA-EXIB = WS-AG - 1
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               PERFORM IMPRIME-FAIXA-AGENCIA VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 4
               MOVE WS-AG-QTD-BAIXA (WS-AG) TO LIN-BX-QTD
               MOVE WS-AG-VALOR-BAIXA (WS-AG) TO LIN-BX-VALOR
               WRITE LINHA-REL FROM LIN-BAIXA
               ADD WS-AG-QTD-BAIXA (WS-AG) TO WS-TOT-QTD-BAIXA
               ADD WS-AG-VALOR-BAIXA (WS-AG) TO WS-TOT-VALOR-BAIXA
               ADD 6 TO WS-LINHA-PAG
           END-IF.

       IMPRIME-FAIXA-AGENCIA.
           IF WS-FX = 1
               MOVE WS-AGENCIA-EXIB TO LIN-AGENCIA
           ELSE
               MOVE SPACES TO LIN-AGENCIA
           END-IF
           COMPUTE WS-PROVISAO ROUNDED =
               WS-AG-VALOR (WS-AG, WS-FX) * WS-PERC-FAIXA (WS-FX) / 100
           MOVE WS-NOME-FAIXA (WS-FX) TO LIN-FAIXA-NOME
           MOVE WS-AG-QTD (WS-AG, WS-FX) TO LIN-QTD
           MOVE WS-AG-VALOR (WS-AG, WS-FX) TO LIN-VALOR
           MOVE WS-PERC-FAIXA (WS-FX) TO LIN-PERC
           MOVE WS-PROVISAO TO LIN-PROVISAO
           WRITE LINHA-REL FROM LIN-FAIXA
           ADD WS-AG-QTD (WS-AG, WS-FX) TO WS-TOT-QTD (WS-FX)
           ADD WS-AG-VALOR (WS-AG, WS-FX) TO WS-TOT-VALOR (WS-FX)
           ADD WS-PROVISAO TO WS-TOT-PROVISAO (WS-FX).

       IMPRIME-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL GERAL" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-FAIXA-TOTAL VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 4
           MOVE WS-TOT-QTD-BAIXA TO LIN-BX-QTD
           MOVE WS-TOT-VALOR-BAIXA TO LIN-BX-VALOR
           WRITE LINHA-REL FROM LIN-BAIXA.

       IMPRIME-FAIXA-TOTAL.
           MOVE SPACES TO LIN-AGENCIA
           MOVE WS-NOME-FAIXA (WS-FX) TO LIN-FAIXA-NOME
           MOVE WS-TOT-QTD (WS-FX) TO LIN-QTD
           MOVE WS-TOT-VALOR (WS-FX) TO LIN-VALOR
           MOVE WS-PERC-FAIXA (WS-FX) TO LIN-PERC
           MOVE WS-TOT-PROVISAO (WS-FX) TO LIN-PROVISAO
           WRITE LINHA-REL FROM LIN-FAIXA
           DISPLAY 'FAIXA ' WS-NOME-FAIXA (WS-FX)
               ' CONTAS ' WS-TOT-QTD (WS-FX)
               ' SALDO DEVEDOR ' WS-TOT-VALOR (WS-FX)
               ' PROVISAO ' WS-TOT-PROVISAO (WS-FX).

       FINALIZA.
           DISPLAY 'BAIXAS DA COMPETENCIA..: ' WS-TOT-QTD-BAIXA
               ' VALOR ' WS-TOT-VALOR-BAIXA
           DISPLAY 'REGISTROS LIDOS........: ' WS-QTD-LIDOS
           DISPLAY 'AGENCIAS NO RELATORIO..: ' WS-QTD-AGENCIAS
           IF WS-TEM-ATR = 1
               CLOSE ARQATR
           END-IF
           CLOSE ARQREL.
