      ******************************************************************
      * Author:
      * Date:
      * Purpose: acumulo diario do razao e prova subsidiario x razao.
      *          Os lancamentos do dia em LANCRZO.DAT (GERARAZAO) sao
      *          somados por conta contabil no mestre de saldos
      *          SALDORZ.DAT: cada conta fica com o saldo de abertura,
      *          os debitos, os creditos e o saldo de fechamento da
      *          data de processamento, e o dia vai para o historico
      *          cumulativo SALDORZH.DAT. Em seguida o saldo das
      *          contas de depositos (RAZAODEP.DAT) e comparado com o
      *          total de SALDO de ARQCLIE.DAT, e este com a ultima
      *          fotografia de POSICAO.DAT (saldos positivos e
      *          negativos em separado); SALDORZ.REL traz o acumulo
      *          por conta e a prova, com as diferencas apontadas.
      *          Roda depois do GERARAZAO e do POSICAODIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDORAZAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLAN ASSIGN TO "LANCRZO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-LAN.

           SELECT ARQSRZ ASSIGN TO "SALDORZ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-RAZAO-SRZ
           FILE STATUS IS ST-SRZ.

           SELECT ARQHRZ ASSIGN TO "SALDORZH.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-HRZ.

           SELECT ARQRZD ASSIGN TO "RAZAODEP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RZD.

           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQPOS ASSIGN TO "POSICAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-POS.

           SELECT ARQREL ASSIGN TO "SALDORZ.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQLAN.
           COPY CPLAN.

       FD  ARQSRZ.
           COPY CPSRZ.

       FD  ARQHRZ.
           COPY CPHRZ.

       FD  ARQRZD.
           COPY CPRZD.

       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQPOS.
           COPY CPPOS.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-LAN          PIC X(02).
       77  ST-SRZ          PIC X(02).
       77  ST-HRZ          PIC X(02).
       77  ST-RZD          PIC X(02).
       77  ST-CLI          PIC X(02).
       77  ST-POS          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-LAN         PIC 9(01) VALUE ZERO.
       77  FIM-SRZ         PIC 9(01) VALUE ZERO.
       77  FIM-RZD         PIC 9(01) VALUE ZERO.
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  FIM-POS         PIC 9(01) VALUE ZERO.
       77  WS-TEM-POS      PIC 9(01) VALUE 1.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    ate onde o mestre ja foi acumulado: o maior DATA-SRZ e o
      *    maior ULT-CONTROLE-SRZ entre as contas
       77  WS-ULT-DATA-ACUM PIC 9(08) VALUE ZERO.
       77  WS-ULT-CTRL-ACUM PIC 9(10) VALUE ZERO.

       77  WS-QTD-LANCTOS  PIC 9(09) VALUE ZERO.
       77  WS-QTD-JA-ACUM  PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-DEB    PIC 9(13)V99 VALUE ZERO.
       77  WS-TOTAL-CRED   PIC 9(13)V99 VALUE ZERO.
       77  WS-QTD-CONTAS-RZ PIC 9(05) VALUE ZERO.
       77  WS-QTD-CONTAS-NOVAS PIC 9(05) VALUE ZERO.
       77  WS-SOMA-ANT     PIC S9(13)V99 VALUE ZERO.
       77  WS-SOMA-ATU     PIC S9(13)V99 VALUE ZERO.
       77  WS-QTD-DIFERENCAS PIC 9(02) VALUE ZERO.
       77  WS-DIFERENCA    PIC S9(13)V99.

       01  WS-DATA-PROC    PIC 9(08).
       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    lancamentos do dia somados por conta contabil
       01  WS-QTD-CONTAS-LAN   PIC 9(03) VALUE ZERO.
       01  WS-IDX-LAN          PIC 9(03) VALUE ZERO.
       01  WS-IDX-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-CONTA-BUSCA      PIC X(08).
       01  WS-TABELA-LANC.
           03 WS-LAN-LINHA OCCURS 500 TIMES.
               05 WS-LAN-CONTA     PIC X(08).
               05 WS-LAN-DEBITOS   PIC 9(13)V99.
               05 WS-LAN-CREDITOS  PIC 9(13)V99.
               05 WS-LAN-ULT-CTRL  PIC 9(10).
               05 WS-LAN-NO-MESTRE PIC 9(01).

      *    contas contabeis de depositos de RAZAODEP.DAT
       01  WS-QTD-CONTAS-DEP   PIC 9(02) VALUE ZERO.
       01  WS-IDX-DEP          PIC 9(02) VALUE ZERO.
       01  WS-ACHOU-DEP        PIC 9(01) VALUE ZERO.
       01  WS-TABELA-DEP.
           03 WS-DEP-CONTA OCCURS 20 TIMES PIC X(08).

      *    totais da prova: subsidiario (ARQCLIE.DAT), fotografia
      *    (POSICAO.DAT) e razao (contas de depositos)
       01  WS-TOTAIS-PROVA.
           03 WS-CLI-POSITIVOS     PIC S9(13)V99.
           03 WS-CLI-NEGATIVOS     PIC S9(13)V99.
           03 WS-CLI-LIQUIDO       PIC S9(13)V99.
           03 WS-CLI-QTD           PIC 9(09).
           03 WS-POS-DATA          PIC 9(08).
           03 WS-POS-POSITIVOS     PIC S9(13)V99.
           03 WS-POS-NEGATIVOS     PIC S9(13)V99.
           03 WS-POS-RESUMO        PIC S9(13)V99.
           03 WS-RZ-SALDO-DEP      PIC S9(13)V99.
           03 WS-RZ-DEPOSITOS      PIC S9(13)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(16) VALUE SPACES.
           03 FILLER       PIC X(48)
               VALUE "ACUMULO DO RAZAO E PROVA SUBSIDIARIO X RAZAO".
           03 FILLER       PIC X(16) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(23) VALUE "DATA DE PROCESSAMENTO ".
           03 CAB-DATA-PROC PIC 9(08).
           03 FILLER       PIC X(37) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-CONTAS.
           03 FILLER       PIC X(46)
               VALUE "SALDOS DO RAZAO (POSITIVO DEVEDOR, NEGATIVO".
           03 FILLER       PIC X(34) VALUE " CREDOR)".

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

       01  LIN-PROVA.
           03 LIN-PR-TEXTO PIC X(42).
           03 LIN-PR-VALOR PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-PR-MARCA PIC X(19).
       PROCEDURE DIVISION.
      *    tudo o que pode recusar o acumulo e conferido antes de
      *    tomar a trava e de tocar no mestre
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM LE-CONTAS-DEPOSITO.
           PERFORM VERIFICA-RUN.
           PERFORM CONFERE-ULTIMO-ACUMULO.
           PERFORM CARREGA-LANCAMENTOS.
           MOVE ZEROS TO WS-TOTAIS-PROVA.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TITULO-CONTAS.
           PERFORM ACUMULA-CONTA UNTIL FIM-SRZ = 1.
           PERFORM INCLUI-CONTA-NOVA
               VARYING WS-IDX-LAN FROM 1 BY 1
               UNTIL WS-IDX-LAN > WS-QTD-CONTAS-LAN.
           PERFORM IMPRIME-TOTAL-CONTAS.
           PERFORM SOMA-CADASTRO UNTIL FIM-CLI = 1.
           IF WS-TEM-POS = 1
               PERFORM SOMA-POSICAO UNTIL FIM-POS = 1
           END-IF.
           PERFORM IMPRIME-PROVA.
           PERFORM FINALIZA.
           STOP RUN.

       PEDE-PARAMETROS.
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PROC.
           PERFORM VALIDA-DATA-PROC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

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

      *    as contas de depositos mudam com o plano de contas, sem
      *    mudanca de programa
       LE-CONTAS-DEPOSITO.
           OPEN INPUT ARQRZD
           IF ST-RZD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR RAZAODEP.DAT ' ST-RZD
               STOP RUN.
           PERFORM LE-CONTAS-DEPOSITO-LE UNTIL FIM-RZD = 1.
           CLOSE ARQRZD.
           IF WS-QTD-CONTAS-DEP = ZERO
               DISPLAY 'RAZAODEP.DAT VAZIO'
               STOP RUN.

       LE-CONTAS-DEPOSITO-LE.
           READ ARQRZD
               AT END
                   MOVE 1 TO FIM-RZD
               NOT AT END
                   IF CONTA-RAZAO-RZD NOT = SPACES
                       IF WS-QTD-CONTAS-DEP = 20
                           DISPLAY 'RAZAODEP.DAT COM MAIS DE 20 CONTAS'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-CONTAS-DEP
                       MOVE CONTA-RAZAO-RZD
                           TO WS-DEP-CONTA (WS-QTD-CONTAS-DEP)
                   END-IF
           END-READ.

      *    o acumulo corre uma vez por data, em ordem: a data tem de
      *    ser posterior ao ultimo dia acumulado. Sem o mestre, e o
      *    primeiro acumulo e todas as contas abrem zeradas
       CONFERE-ULTIMO-ACUMULO.
           OPEN INPUT ARQSRZ
           IF ST-SRZ EQUAL '35'
               CONTINUE
           ELSE
               IF ST-SRZ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR SALDORZ.DAT ' ST-SRZ
                   STOP RUN
               END-IF
               PERFORM CONFERE-ULTIMO-ACUMULO-LE UNTIL FIM-SRZ = 1
               CLOSE ARQSRZ
           END-IF.
           MOVE ZERO TO FIM-SRZ.
           IF WS-DATA-PROC NOT > WS-ULT-DATA-ACUM
               DISPLAY 'RAZAO JA ACUMULADO ATE ' WS-ULT-DATA-ACUM
                   ', NAO VOU ACUMULAR ' WS-DATA-PROC
               STOP RUN.

       CONFERE-ULTIMO-ACUMULO-LE.
           READ ARQSRZ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-SRZ
               NOT AT END
                   IF DATA-SRZ > WS-ULT-DATA-ACUM
                       MOVE DATA-SRZ TO WS-ULT-DATA-ACUM
                   END-IF
                   IF ULT-CONTROLE-SRZ > WS-ULT-CTRL-ACUM
                       MOVE ULT-CONTROLE-SRZ TO WS-ULT-CTRL-ACUM
                   END-IF
           END-READ.

      *    LANCRZO.DAT so e acumulado inteiro e fechado: o GERARAZAO
      *    que recusa a geracao deixa o arquivo do dia anterior no
      *    lugar, e os controles dele ja estao no mestre
       CARREGA-LANCAMENTOS.
           OPEN INPUT ARQLAN
           IF ST-LAN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCRZO.DAT ' ST-LAN
               STOP RUN.
           PERFORM CARREGA-LANCAMENTOS-LE UNTIL FIM-LAN = 1.
           CLOSE ARQLAN.
           IF WS-QTD-JA-ACUM > ZERO
               DISPLAY 'LANCRZO.DAT RECUSADO: ' WS-QTD-JA-ACUM
                   ' LANCAMENTO(S) COM CONTROLE JA ACUMULADO (ATE '
                   WS-ULT-CTRL-ACUM ')'
               STOP RUN.
           IF WS-TOTAL-DEB NOT = WS-TOTAL-CRED
               DISPLAY 'LANCRZO.DAT RECUSADO: DEBITOS ' WS-TOTAL-DEB
                   ' E CREDITOS ' WS-TOTAL-CRED ' NAO FECHAM'
               STOP RUN.

       CARREGA-LANCAMENTOS-LE.
           READ ARQLAN
               AT END
                   MOVE 1 TO FIM-LAN
               NOT AT END
                   PERFORM GUARDA-LANCAMENTO
           END-READ.

       GUARDA-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCTOS
           IF CONTROLE-LAN NOT > WS-ULT-CTRL-ACUM
               ADD 1 TO WS-QTD-JA-ACUM
           END-IF
           MOVE CONTA-RAZAO-LAN TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA-LAN
           IF WS-IDX-ACHADO = ZERO
               IF WS-QTD-CONTAS-LAN = 500
                   DISPLAY 'LANCRZO.DAT COM MAIS DE 500 CONTAS'
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CONTAS-LAN
               MOVE WS-QTD-CONTAS-LAN TO WS-IDX-ACHADO
               MOVE CONTA-RAZAO-LAN TO WS-LAN-CONTA (WS-IDX-ACHADO)
               MOVE ZERO TO WS-LAN-DEBITOS (WS-IDX-ACHADO)
               MOVE ZERO TO WS-LAN-CREDITOS (WS-IDX-ACHADO)
               MOVE ZERO TO WS-LAN-ULT-CTRL (WS-IDX-ACHADO)
               MOVE ZERO TO WS-LAN-NO-MESTRE (WS-IDX-ACHADO)
           END-IF
           IF LAN-DEBITO
               ADD VALOR-LAN TO WS-LAN-DEBITOS (WS-IDX-ACHADO)
               ADD VALOR-LAN TO WS-TOTAL-DEB
           ELSE
               ADD VALOR-LAN TO WS-LAN-CREDITOS (WS-IDX-ACHADO)
               ADD VALOR-LAN TO WS-TOTAL-CRED
           END-IF
           IF CONTROLE-LAN > WS-LAN-ULT-CTRL (WS-IDX-ACHADO)
               MOVE CONTROLE-LAN TO WS-LAN-ULT-CTRL (WS-IDX-ACHADO)
           END-IF.

      *    indice em WS-IDX-ACHADO da conta WS-CONTA-BUSCA na tabela
      *    do dia (zero se a conta nao teve lancamento)
       LOCALIZA-CONTA-LAN.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM COMPARA-CONTA-LAN
               VARYING WS-IDX-LAN FROM 1 BY 1
               UNTIL WS-IDX-LAN > WS-QTD-CONTAS-LAN
                   OR WS-IDX-ACHADO NOT = ZERO.

       COMPARA-CONTA-LAN.
           IF WS-LAN-CONTA (WS-IDX-LAN) = WS-CONTA-BUSCA
               MOVE WS-IDX-LAN TO WS-IDX-ACHADO
           END-IF.

      *    mestre e historico sao persistentes entre execucoes; o
      *    primeiro acumulo cria os dois
       ABRE-ARQ.
           OPEN I-O ARQSRZ
           IF ST-SRZ EQUAL '35'
               OPEN OUTPUT ARQSRZ
               CLOSE ARQSRZ
               OPEN I-O ARQSRZ
           END-IF.
           IF ST-SRZ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SALDORZ.DAT ' ST-SRZ
               STOP RUN.

           OPEN EXTEND ARQHRZ
           IF ST-HRZ EQUAL '35'
               OPEN OUTPUT ARQHRZ
               CLOSE ARQHRZ
               OPEN EXTEND ARQHRZ
           END-IF.
           IF ST-HRZ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SALDORZH.DAT ' ST-HRZ
               STOP RUN.

           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem POSICAO.DAT a prova fica so entre cadastro e razao
           OPEN INPUT ARQPOS
           IF ST-POS EQUAL '35'
               MOVE ZERO TO WS-TEM-POS
           ELSE
               IF ST-POS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR POSICAO.DAT ' ST-POS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SALDORZ.REL ' ST-REL
               STOP RUN.

      *    toda conta do mestre rola para a data, com ou sem
      *    lancamento: o fechamento anterior vira a abertura do dia
       ACUMULA-CONTA.
           READ ARQSRZ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-SRZ
               NOT AT END
                   PERFORM ROLA-CONTA
           END-READ.

       ROLA-CONTA.
           MOVE SALDO-ATU-SRZ TO SALDO-ANT-SRZ
           MOVE ZERO TO DEBITOS-SRZ
           MOVE ZERO TO CREDITOS-SRZ
           MOVE CONTA-RAZAO-SRZ TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA-LAN
           IF WS-IDX-ACHADO NOT = ZERO
               MOVE 1 TO WS-LAN-NO-MESTRE (WS-IDX-ACHADO)
               MOVE WS-LAN-DEBITOS (WS-IDX-ACHADO) TO DEBITOS-SRZ
               MOVE WS-LAN-CREDITOS (WS-IDX-ACHADO) TO CREDITOS-SRZ
               MOVE WS-LAN-ULT-CTRL (WS-IDX-ACHADO)
                   TO ULT-CONTROLE-SRZ
           END-IF
           COMPUTE SALDO-ATU-SRZ = SALDO-ANT-SRZ + DEBITOS-SRZ
               - CREDITOS-SRZ
           MOVE WS-DATA-PROC TO DATA-SRZ
           REWRITE REG-SRZ
           IF ST-SRZ NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR SALDORZ.DAT ' ST-SRZ
                   ' CONTA ' CONTA-RAZAO-SRZ
               STOP RUN
           END-IF
           PERFORM GRAVA-HISTORICO.

      *    conta contabil que aparece pela primeira vez em
      *    LANCRZO.DAT entra no mestre com abertura zero
       INCLUI-CONTA-NOVA.
           IF WS-LAN-NO-MESTRE (WS-IDX-LAN) = ZERO
               ADD 1 TO WS-QTD-CONTAS-NOVAS
               MOVE WS-LAN-CONTA (WS-IDX-LAN) TO CONTA-RAZAO-SRZ
               MOVE WS-DATA-PROC TO DATA-SRZ
               MOVE ZERO TO SALDO-ANT-SRZ
               MOVE WS-LAN-DEBITOS (WS-IDX-LAN) TO DEBITOS-SRZ
               MOVE WS-LAN-CREDITOS (WS-IDX-LAN) TO CREDITOS-SRZ
               COMPUTE SALDO-ATU-SRZ = DEBITOS-SRZ - CREDITOS-SRZ
               MOVE WS-LAN-ULT-CTRL (WS-IDX-LAN) TO ULT-CONTROLE-SRZ
               WRITE REG-SRZ
               IF ST-SRZ NOT EQUAL '00'
                   DISPLAY 'ERRO AO GRAVAR SALDORZ.DAT ' ST-SRZ
                       ' CONTA ' CONTA-RAZAO-SRZ
                   STOP RUN
               END-IF
               PERFORM GRAVA-HISTORICO
           END-IF.

       GRAVA-HISTORICO.
           MOVE WS-DATA-PROC TO DATA-HRZ
           MOVE CONTA-RAZAO-SRZ TO CONTA-RAZAO-HRZ
           MOVE SALDO-ANT-SRZ TO SALDO-ANT-HRZ
           MOVE DEBITOS-SRZ TO DEBITOS-HRZ
           MOVE CREDITOS-SRZ TO CREDITOS-HRZ
           MOVE SALDO-ATU-SRZ TO SALDO-ATU-HRZ
           WRITE REG-HRZ
           ADD 1 TO WS-QTD-CONTAS-RZ
           ADD SALDO-ANT-SRZ TO WS-SOMA-ANT
           ADD SALDO-ATU-SRZ TO WS-SOMA-ATU
           PERFORM SOMA-CONTA-DEPOSITO
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-CONTAS
               ADD 1 TO WS-LINHA-PAG
           END-IF
           MOVE CONTA-RAZAO-SRZ TO LIN-CT-CONTA
           MOVE SALDO-ANT-SRZ TO LIN-CT-ANT
           MOVE DEBITOS-SRZ TO LIN-CT-DEB
           MOVE CREDITOS-SRZ TO LIN-CT-CRED
           MOVE SALDO-ATU-SRZ TO LIN-CT-ATU
           WRITE LINHA-REL FROM LIN-CONTA
           ADD 1 TO WS-LINHA-PAG.

      *    o saldo das contas de depositos e credor (negativo); o
      *    passivo com os clientes e o seu simetrico
       SOMA-CONTA-DEPOSITO.
           MOVE ZERO TO WS-ACHOU-DEP
           PERFORM COMPARA-CONTA-DEP
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-CONTAS-DEP
                   OR WS-ACHOU-DEP = 1
           IF WS-ACHOU-DEP = 1
               ADD SALDO-ATU-SRZ TO WS-RZ-SALDO-DEP
           END-IF.

       COMPARA-CONTA-DEP.
           IF WS-DEP-CONTA (WS-IDX-DEP) = CONTA-RAZAO-SRZ
               MOVE 1 TO WS-ACHOU-DEP
           END-IF.

       SOMA-CADASTRO.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   ADD 1 TO WS-CLI-QTD
                   ADD SALDO TO WS-CLI-LIQUIDO
                   IF SALDO > ZERO
                       ADD SALDO TO WS-CLI-POSITIVOS
                   ELSE
                       ADD SALDO TO WS-CLI-NEGATIVOS
                   END-IF
           END-READ.

      *    POSICAO.DAT e cumulativo em ordem de data: vale a ultima
      *    fotografia, e os totais recomecam a cada data nova
       SOMA-POSICAO.
           READ ARQPOS
               AT END
                   MOVE 1 TO FIM-POS
               NOT AT END
                   IF DATA-POS NOT = WS-POS-DATA
                       MOVE DATA-POS TO WS-POS-DATA
                       MOVE ZERO TO WS-POS-POSITIVOS
                       MOVE ZERO TO WS-POS-NEGATIVOS
                       MOVE ZERO TO WS-POS-RESUMO
                   END-IF
                   IF POS-DETALHE
                       PERFORM SOMA-POSICAO-CONTA
                   ELSE
                       ADD SALDO-TOTAL-POS TO WS-POS-RESUMO
                   END-IF
           END-READ.

       SOMA-POSICAO-CONTA.
           IF SALDO-POS > ZERO
               ADD SALDO-POS TO WS-POS-POSITIVOS
           ELSE
               ADD SALDO-POS TO WS-POS-NEGATIVOS
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-PROC TO CAB-DATA-PROC
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-DATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-LINHA-PAG.

       IMPRIME-TITULO-CONTAS.
           WRITE LINHA-REL FROM CAB-CONTAS
           WRITE LINHA-REL FROM CAB-COL-CONTAS
           ADD 2 TO WS-LINHA-PAG.

      *    partidas dobradas: a soma dos saldos de todas as contas do
      *    razao e zero, na abertura e no fechamento
       IMPRIME-TOTAL-CONTAS.
           IF WS-LINHA-PAG + 3 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL" TO LIN-CT-CONTA
           MOVE WS-SOMA-ANT TO LIN-CT-ANT
           MOVE WS-TOTAL-DEB TO LIN-CT-DEB
           MOVE WS-TOTAL-CRED TO LIN-CT-CRED
           MOVE WS-SOMA-ATU TO LIN-CT-ATU
           WRITE LINHA-REL FROM LIN-CONTA
           ADD 2 TO WS-LINHA-PAG
           IF WS-SOMA-ATU NOT = ZERO
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE "*** RAZAO NAO FECHA: SOMA DOS SALDOS NAO E ZERO"
                   TO LINHA-REL
               WRITE LINHA-REL
               ADD 1 TO WS-LINHA-PAG
           END-IF.

      *    cadastro x razao pelo saldo liquido (as contas de
      *    depositos recebem os lancamentos pelo tipo do movimento,
      *    sem separar conta credora de devedora); cadastro x
      *    fotografia por positivos, negativos e liquido
       IMPRIME-PROVA.
           IF WS-LINHA-PAG + 20 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           COMPUTE WS-RZ-DEPOSITOS = 0 - WS-RZ-SALDO-DEP
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PROVA SUBSIDIARIO X RAZAO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LIN-PR-MARCA
           MOVE "CADASTRO - SALDOS POSITIVOS" TO LIN-PR-TEXTO
           MOVE WS-CLI-POSITIVOS TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           MOVE "CADASTRO - SALDOS NEGATIVOS" TO LIN-PR-TEXTO
           MOVE WS-CLI-NEGATIVOS TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           MOVE "CADASTRO - SALDO LIQUIDO" TO LIN-PR-TEXTO
           MOVE WS-CLI-LIQUIDO TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           MOVE "RAZAO - DEPOSITOS DE CLIENTES" TO LIN-PR-TEXTO
           MOVE WS-RZ-DEPOSITOS TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           COMPUTE WS-DIFERENCA = WS-RZ-DEPOSITOS - WS-CLI-LIQUIDO
           MOVE "  DIFERENCA RAZAO X CADASTRO" TO LIN-PR-TEXTO
           PERFORM IMPRIME-DIFERENCA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF WS-TEM-POS = ZERO
               MOVE "POSICAO.DAT AUSENTE, FOTOGRAFIA NAO CONFERIDA"
                   TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM IMPRIME-PROVA-POSICAO
           END-IF.

       IMPRIME-PROVA-POSICAO.
           MOVE "FOTOGRAFIA DE POSICAO.DAT DE " TO LINHA-REL
           MOVE WS-POS-DATA TO LINHA-REL (30:8)
           WRITE LINHA-REL
           MOVE "POSICAO - SALDOS POSITIVOS" TO LIN-PR-TEXTO
           MOVE WS-POS-POSITIVOS TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           COMPUTE WS-DIFERENCA = WS-POS-POSITIVOS - WS-CLI-POSITIVOS
           MOVE "  DIFERENCA POSITIVOS X CADASTRO" TO LIN-PR-TEXTO
           PERFORM IMPRIME-DIFERENCA
           MOVE "POSICAO - SALDOS NEGATIVOS" TO LIN-PR-TEXTO
           MOVE WS-POS-NEGATIVOS TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           COMPUTE WS-DIFERENCA = WS-POS-NEGATIVOS - WS-CLI-NEGATIVOS
           MOVE "  DIFERENCA NEGATIVOS X CADASTRO" TO LIN-PR-TEXTO
           PERFORM IMPRIME-DIFERENCA
           MOVE "POSICAO - RESUMOS POR AGENCIA" TO LIN-PR-TEXTO
           MOVE WS-POS-RESUMO TO LIN-PR-VALOR
           WRITE LINHA-REL FROM LIN-PROVA
           COMPUTE WS-DIFERENCA = WS-POS-RESUMO - WS-CLI-LIQUIDO
           MOVE "  DIFERENCA LIQUIDO X CADASTRO" TO LIN-PR-TEXTO
           PERFORM IMPRIME-DIFERENCA.

       IMPRIME-DIFERENCA.
           MOVE WS-DIFERENCA TO LIN-PR-VALOR
           IF WS-DIFERENCA = ZERO
               MOVE SPACES TO LIN-PR-MARCA
           ELSE
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE "*** DIFERENCA ***" TO LIN-PR-MARCA
           END-IF
           WRITE LINHA-REL FROM LIN-PROVA
           MOVE SPACES TO LIN-PR-MARCA.

      *    a reconciliacao precisa de um mestre parado: nada de
      *    acumulo no meio de um ATTCLIENT postando; e este lote
      *    tambem se registra
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
           MOVE "SALDORAZAO" TO PROGRAMA-RUN
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
                       MOVE WS-QTD-LANCTOS TO QTD-LIDOS-RUN
                       MOVE WS-QTD-CONTAS-RZ TO QTD-POSTADOS-RUN
                       REWRITE REG-RUN
                       MOVE 1 TO FIM-RUN
                   END-IF
           END-READ.

       FINALIZA.
           DISPLAY 'LANCAMENTOS ACUMULADOS.: ' WS-QTD-LANCTOS
           DISPLAY 'TOTAL DEBITOS..........: ' WS-TOTAL-DEB
           DISPLAY 'TOTAL CREDITOS.........: ' WS-TOTAL-CRED
           DISPLAY 'CONTAS DO RAZAO........: ' WS-QTD-CONTAS-RZ
               ' NOVAS ' WS-QTD-CONTAS-NOVAS
           DISPLAY 'CONTAS CORRENTES.......: ' WS-CLI-QTD
           IF WS-QTD-DIFERENCAS = ZERO
               DISPLAY 'PROVA SUBSIDIARIO X RAZAO SEM DIFERENCA'
           ELSE
               DISPLAY 'PROVA COM ' WS-QTD-DIFERENCAS
                   ' DIFERENCA(S), VER SALDORZ.REL'
           END-IF
           CLOSE ARQSRZ.
           CLOSE ARQHRZ.
           CLOSE ARQCLI.
           IF WS-TEM-POS = 1
               CLOSE ARQPOS
           END-IF
           CLOSE ARQREL.
           PERFORM ENCERRA-RUN-LOTE.
