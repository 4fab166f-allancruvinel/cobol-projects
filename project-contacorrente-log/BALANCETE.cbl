      ******************************************************************
      * Author:
      * Date:
      * Purpose: balancete mensal do razao: para a competencia
      *          informada, soma do historico de saldos SALDORZH.DAT
      *          (gravado dia a dia pelo SALDORAZAO) o saldo de
      *          abertura do primeiro dia do mes, os debitos e os
      *          creditos do mes e o saldo de fechamento do ultimo dia
      *          acumulado de cada conta contabil, na ordem do mestre
      *          SALDORZ.DAT. BALANCET.REL fecha com os totais de
      *          saldos devedores e credores e aponta o balancete que
      *          nao fecha (debitos diferentes de creditos ou soma dos
      *          saldos diferente de zero) e a competencia ainda nao
      *          acumulada ate o ultimo dia do mes. So le os arquivos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHRZ ASSIGN TO "SALDORZH.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HRZ.

           SELECT ARQSRZ ASSIGN TO "SALDORZ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONTA-RAZAO-SRZ
           FILE STATUS IS ST-SRZ.

           SELECT ARQREL ASSIGN TO "BALANCET.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQHRZ.
           COPY CPHRZ.

       FD  ARQSRZ.
           COPY CPSRZ.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).
       WORKING-STORAGE SECTION.
       77  ST-HRZ          PIC X(02).
       77  ST-SRZ          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-HRZ         PIC 9(01) VALUE ZERO.
       77  FIM-SRZ         PIC 9(01) VALUE ZERO.
       77  WS-COMPETENCIA  PIC 9(06).
       77  WS-COMP-HRZ     PIC 9(06).
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-ULT-DATA     PIC 9(08) VALUE ZERO.
       77  WS-ULT-DIA      PIC 9(02).
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.
       77  WS-QTD-CONTAS   PIC 9(05) VALUE ZERO.
       77  WS-NAO-FECHA    PIC 9(01) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).

      *    contas contabeis com movimento de saldo na competencia,
      *    na ordem em que aparecem no historico
       01  WS-QTD-CONTAS-MES   PIC 9(03) VALUE ZERO.
       01  WS-IDX-CT           PIC 9(03) VALUE ZERO.
       01  WS-IDX-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-CONTA-BUSCA      PIC X(08).
       01  WS-TABELA-CONTAS.
           03 WS-CT-LINHA OCCURS 500 TIMES.
               05 WS-CT-CONTA      PIC X(08).
               05 WS-CT-SALDO-ANT  PIC S9(13)V99.
               05 WS-CT-DEBITOS    PIC 9(13)V99.
               05 WS-CT-CREDITOS   PIC 9(13)V99.
               05 WS-CT-SALDO-ATU  PIC S9(13)V99.

       01  WS-TOTAIS.
           03 WS-TOT-SALDO-ANT     PIC S9(13)V99.
           03 WS-TOT-DEBITOS       PIC 9(13)V99.
           03 WS-TOT-CREDITOS      PIC 9(13)V99.
           03 WS-TOT-SALDO-ATU     PIC S9(13)V99.
           03 WS-TOT-DEVEDORES     PIC S9(13)V99.
           03 WS-TOT-CREDORES      PIC S9(13)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(16) VALUE SPACES.
           03 FILLER       PIC X(48)
               VALUE "BALANCETE MENSAL DO RAZAO".
           03 FILLER       PIC X(16) VALUE SPACES.

       01  CAB-COMPETENCIA.
           03 FILLER       PIC X(12) VALUE "COMPETENCIA ".
           03 CAB-COMP     PIC 9(06).
           03 FILLER       PIC X(22) VALUE "  ULTIMO DIA ACUMULADO".
           03 FILLER       PIC X(01) VALUE SPACE.
           03 CAB-ULT-DATA PIC 9(08).
           03 FILLER       PIC X(19) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-SINAL.
           03 FILLER       PIC X(46)
               VALUE "SALDOS POSITIVOS DEVEDORES, NEGATIVOS CREDORES".
           03 FILLER       PIC X(34) VALUE SPACES.

       01  CAB-COL-CONTAS.
           03 FILLER       PIC X(09) VALUE "CONTA".
           03 FILLER       PIC X(18) VALUE "   SALDO ANTERIOR".
           03 FILLER       PIC X(18) VALUE "          DEBITOS".
           03 FILLER       PIC X(18) VALUE "         CREDITOS".
           03 FILLER       PIC X(17) VALUE "      SALDO ATUAL".

       01  LIN-CONTA.
           03 LIN-CT-CONTA PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-CT-ANT   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-CT-DEB   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-CT-CRED  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-CT-ATU   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(42).
           03 LIN-RES-VALOR PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM ABRE-ARQ.
           MOVE ZEROS TO WS-TOTAIS.
           PERFORM CARREGA-HISTORICO UNTIL FIM-HRZ = 1.
           IF WS-QTD-CONTAS-MES = ZERO
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                   ' SEM SALDOS ACUMULADOS EM SALDORZH.DAT'
               PERFORM FINALIZA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECALHO.
           WRITE LINHA-REL FROM CAB-SINAL.
           WRITE LINHA-REL FROM CAB-COL-CONTAS.
           ADD 2 TO WS-LINHA-PAG.
           PERFORM IMPRIME-CONTA UNTIL FIM-SRZ = 1.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CALCULA-DIAS-MES.

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

       ABRE-ARQ.
           OPEN INPUT ARQHRZ
           IF ST-HRZ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SALDORZH.DAT ' ST-HRZ
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQSRZ
           IF ST-SRZ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SALDORZ.DAT ' ST-SRZ
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR BALANCET.REL ' ST-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    o historico vem em ordem de data: o primeiro dia da conta
      *    no mes da a abertura, e cada dia seguinte o fechamento
       CARREGA-HISTORICO.
           READ ARQHRZ
               AT END
                   MOVE 1 TO FIM-HRZ
               NOT AT END
                   DIVIDE DATA-HRZ BY 100 GIVING WS-COMP-HRZ
                   IF WS-COMP-HRZ = WS-COMPETENCIA
                       PERFORM ACUMULA-DIA
                   END-IF
           END-READ.

       ACUMULA-DIA.
           IF DATA-HRZ > WS-ULT-DATA
               MOVE DATA-HRZ TO WS-ULT-DATA
           END-IF
           MOVE CONTA-RAZAO-HRZ TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-IDX-ACHADO = ZERO
               IF WS-QTD-CONTAS-MES = 500
                   DISPLAY 'SALDORZH.DAT COM MAIS DE 500 CONTAS NA'
                       ' COMPETENCIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CONTAS-MES
               MOVE WS-QTD-CONTAS-MES TO WS-IDX-ACHADO
               MOVE CONTA-RAZAO-HRZ TO WS-CT-CONTA (WS-IDX-ACHADO)
               MOVE SALDO-ANT-HRZ TO WS-CT-SALDO-ANT (WS-IDX-ACHADO)
               MOVE ZERO TO WS-CT-DEBITOS (WS-IDX-ACHADO)
               MOVE ZERO TO WS-CT-CREDITOS (WS-IDX-ACHADO)
           END-IF
           ADD DEBITOS-HRZ TO WS-CT-DEBITOS (WS-IDX-ACHADO)
           ADD CREDITOS-HRZ TO WS-CT-CREDITOS (WS-IDX-ACHADO)
           MOVE SALDO-ATU-HRZ TO WS-CT-SALDO-ATU (WS-IDX-ACHADO).

       LOCALIZA-CONTA.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM COMPARA-CONTA
               VARYING WS-IDX-CT FROM 1 BY 1
               UNTIL WS-IDX-CT > WS-QTD-CONTAS-MES
                   OR WS-IDX-ACHADO NOT = ZERO.

       COMPARA-CONTA.
           IF WS-CT-CONTA (WS-IDX-CT) = WS-CONTA-BUSCA
               MOVE WS-IDX-CT TO WS-IDX-ACHADO
           END-IF.

      *    o mestre so da a ordem das contas; a conta aberta depois da
      *    competencia nao tem historico nela e fica de fora
       IMPRIME-CONTA.
           READ ARQSRZ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-SRZ
               NOT AT END
                   MOVE CONTA-RAZAO-SRZ TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-IDX-ACHADO NOT = ZERO
                       PERFORM IMPRIME-LINHA-CONTA
                   END-IF
           END-READ.

       IMPRIME-LINHA-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           ADD WS-CT-SALDO-ANT (WS-IDX-ACHADO) TO WS-TOT-SALDO-ANT
           ADD WS-CT-DEBITOS (WS-IDX-ACHADO) TO WS-TOT-DEBITOS
           ADD WS-CT-CREDITOS (WS-IDX-ACHADO) TO WS-TOT-CREDITOS
           ADD WS-CT-SALDO-ATU (WS-IDX-ACHADO) TO WS-TOT-SALDO-ATU
           IF WS-CT-SALDO-ATU (WS-IDX-ACHADO) > ZERO
               ADD WS-CT-SALDO-ATU (WS-IDX-ACHADO) TO WS-TOT-DEVEDORES
           ELSE
               ADD WS-CT-SALDO-ATU (WS-IDX-ACHADO) TO WS-TOT-CREDORES
           END-IF
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-CONTAS
               ADD 1 TO WS-LINHA-PAG
           END-IF
           MOVE WS-CT-CONTA (WS-IDX-ACHADO) TO LIN-CT-CONTA
           MOVE WS-CT-SALDO-ANT (WS-IDX-ACHADO) TO LIN-CT-ANT
           MOVE WS-CT-DEBITOS (WS-IDX-ACHADO) TO LIN-CT-DEB
           MOVE WS-CT-CREDITOS (WS-IDX-ACHADO) TO LIN-CT-CRED
           MOVE WS-CT-SALDO-ATU (WS-IDX-ACHADO) TO LIN-CT-ATU
           WRITE LINHA-REL FROM LIN-CONTA
           ADD 1 TO WS-LINHA-PAG.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-COMPETENCIA TO CAB-COMP
           MOVE WS-ULT-DATA TO CAB-ULT-DATA
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-COMPETENCIA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-LINHA-PAG.

      *    partidas dobradas: debitos iguais aos creditos e saldos
      *    devedores iguais aos credores
       IMPRIME-TOTAL.
           IF WS-LINHA-PAG + 8 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL" TO LIN-CT-CONTA
           MOVE WS-TOT-SALDO-ANT TO LIN-CT-ANT
           MOVE WS-TOT-DEBITOS TO LIN-CT-DEB
           MOVE WS-TOT-CREDITOS TO LIN-CT-CRED
           MOVE WS-TOT-SALDO-ATU TO LIN-CT-ATU
           WRITE LINHA-REL FROM LIN-CONTA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL DOS SALDOS DEVEDORES" TO LIN-RES-TEXTO
           MOVE WS-TOT-DEVEDORES TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "TOTAL DOS SALDOS CREDORES" TO LIN-RES-TEXTO
           MOVE WS-TOT-CREDORES TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
                   OR WS-TOT-SALDO-ATU NOT = ZERO
               MOVE 1 TO WS-NAO-FECHA
               MOVE "*** BALANCETE NAO FECHA ***" TO LINHA-REL
           ELSE
               MOVE "BALANCETE FECHADO" TO LINHA-REL
           END-IF
           WRITE LINHA-REL
           DIVIDE WS-ULT-DATA BY 100 GIVING WS-COMP-HRZ
               REMAINDER WS-ULT-DIA
           IF WS-ULT-DIA NOT = WS-DIAS-MES
               MOVE "*** COMPETENCIA ACUMULADA SO ATE O DIA " TO
                   LINHA-REL
               MOVE WS-ULT-DIA TO LINHA-REL (40:2)
               WRITE LINHA-REL
           END-IF.

       FINALIZA.
           DISPLAY 'CONTAS NO BALANCETE....: ' WS-QTD-CONTAS
           DISPLAY 'TOTAL DEBITOS..........: ' WS-TOT-DEBITOS
           DISPLAY 'TOTAL CREDITOS.........: ' WS-TOT-CREDITOS
           IF WS-NAO-FECHA = 1
               DISPLAY 'BALANCETE NAO FECHA, VER BALANCET.REL'
           END-IF
           CLOSE ARQHRZ.
           CLOSE ARQSRZ.
           CLOSE ARQREL.
