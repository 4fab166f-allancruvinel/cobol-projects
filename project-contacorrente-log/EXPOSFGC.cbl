      ******************************************************************
      * Author:
      * Date:
      * Purpose: exposicao ao fundo garantidor (FGC) por depositante:
      *          soma os saldos credores de ARQCLIE.DAT por documento
      *          do titular (DOC-CLI), entre contas e agencias, com o
      *          nome de CLIMEST.DAT, limita cada depositante ao teto
      *          de PARMFGC.DAT e grava EXPOFGC.DAT com a parcela
      *          coberta e a descoberta de cada um. EXPOFGC.REL traz
      *          as contas de documento zerado (depositantes nao
      *          identificados, que nao tem como ser agregados), as
      *          contas e depositantes por agencia e o resumo coberto
      *          x descoberto. So le o cadastro; pode rodar a qualquer
      *          hora fora do ciclo de posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSFGC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQCDM ASSIGN TO "CLIMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CDM
           FILE STATUS IS ST-CDM.

           SELECT ARQPFG ASSIGN TO "PARMFGC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PFG.

           SELECT ARQFGC ASSIGN TO "EXPOFGC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-FGC.

           SELECT ARQREL ASSIGN TO "EXPOFGC.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.

           SELECT SORT-FGC ASSIGN TO "SORTFGC.WRK".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQCDM.
           COPY CPCDM.

       FD  ARQPFG.
           COPY CPPFG.

       FD  ARQFGC.
           COPY CPFGC.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).

      *    contas com saldo credor em ordem de documento; o documento
      *    zerado vem na frente
       SD  SORT-FGC.
       01  REG-SRT.
           03 DOC-SRT          PIC 9(14).
           03 AGENCIA-SRT      PIC 9(03).
           03 CONTA-SRT        PIC 9(06).
           03 NOME-SRT         PIC X(20).
           03 SALDO-SRT        PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       77  ST-CLI          PIC X(02).
       77  ST-CDM          PIC X(02).
       77  ST-PFG          PIC X(02).
       77  ST-FGC          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  FIM-SRT         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CDM      PIC 9(01) VALUE 1.
       77  WS-TETO         PIC 9(9)V99.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-TEM-GRUPO    PIC 9(01) VALUE ZERO.
       77  WS-DOC-ATUAL    PIC 9(14).
       77  WS-AG-ATUAL     PIC 9(04).
       77  WS-NOME-ATUAL   PIC X(20).
       77  WS-QTD-CONTAS-DEP PIC 9(05).
       77  WS-SALDO-DEP    PIC 9(11)V99.
       77  WS-SEGURADO-DEP PIC 9(11)V99.
       77  WS-DESCOBERTO-DEP PIC 9(11)V99.
       77  WS-AG           PIC 9(04).
       77  WS-IDX          PIC 9(04).
       77  WS-AGENCIA-EXIB PIC 9(03).
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-AGENCIAS PIC 9(04) VALUE ZERO.
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    mesma convencao de CONCILIA: OCCURS 1000 cobre o intervalo
      *    000-999 de AGENCIA, indexado por AGENCIA + 1
       01  WS-TABELA-AGENCIAS.
           03 WS-AG-LINHA OCCURS 1000 TIMES.
               05 WS-AG-TEM            PIC 9(01).
               05 WS-AG-QTD-CONTAS     PIC 9(07).
               05 WS-AG-QTD-DEPOSIT    PIC 9(07).
               05 WS-AG-SALDO          PIC 9(13)V99.
               05 WS-AG-QTD-NAO-IDENT  PIC 9(07).
               05 WS-AG-SALDO-NAO-IDENT PIC 9(13)V99.

       01  WS-TOTAIS.
           03 WS-TOT-DEPOSIT           PIC 9(09).
           03 WS-TOT-DEP-ACIMA         PIC 9(09).
           03 WS-TOT-CONTAS            PIC 9(09).
           03 WS-TOT-SALDO             PIC 9(13)V99.
           03 WS-TOT-SEGURADO          PIC 9(13)V99.
           03 WS-TOT-DESCOBERTO        PIC 9(13)V99.
           03 WS-TOT-QTD-NAO-IDENT     PIC 9(09).
           03 WS-TOT-SALDO-NAO-IDENT   PIC 9(13)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(16) VALUE SPACES.
           03 FILLER       PIC X(48)
               VALUE "EXPOSICAO AO FGC POR DEPOSITANTE".
           03 FILLER       PIC X(16) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(11) VALUE "DATA BASE ".
           03 CAB-DATA-BASE PIC 9(08).
           03 FILLER       PIC X(06) VALUE "  TETO".
           03 FILLER       PIC X(01) VALUE SPACE.
           03 CAB-TETO     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(28) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-NAO-IDENT.
           03 FILLER       PIC X(33)
               VALUE "DEPOSITANTES NAO IDENTIFICADOS - ".
           03 FILLER       PIC X(47) VALUE "DOCUMENTO ZERADO".

       01  CAB-COL-NAO-IDENT.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(08) VALUE "CONTA   ".
           03 FILLER       PIC X(22) VALUE "NOME".
           03 FILLER       PIC X(18) VALUE "     SALDO CREDOR".
           03 FILLER       PIC X(27) VALUE SPACES.

       01  LIN-NAO-IDENT.
           03 LIN-NI-AGENCIA PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-NI-CONTA PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-NI-NOME  PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-NI-SALDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(28) VALUE SPACES.

       01  CAB-AGENCIAS.
           03 FILLER       PIC X(40)
               VALUE "CONTAS E DEPOSITANTES POR AGENCIA".
           03 FILLER       PIC X(40) VALUE SPACES.

       01  CAB-COL-AGENCIAS.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(10) VALUE "    CONTAS".
           03 FILLER       PIC X(10) VALUE "  DEPOSIT.".
           03 FILLER       PIC X(20) VALUE "        SALDO CREDOR".
           03 FILLER       PIC X(10) VALUE " NAO IDENT".
           03 FILLER       PIC X(20) VALUE "     SALDO NAO IDENT".
           03 FILLER       PIC X(05) VALUE SPACES.

       01  LIN-AGENCIA.
           03 LIN-AG-AGENCIA PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-AG-CONTAS PIC Z,ZZZ,ZZ9.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-AG-DEPOSIT PIC Z,ZZZ,ZZ9.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-AG-SALDO PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-AG-NAO-IDENT PIC Z,ZZZ,ZZ9.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LIN-AG-SALDO-NI PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(05) VALUE SPACES.

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(40).
           03 LIN-RES-QTD  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-RES-VALOR PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS-FGC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQ.
           PERFORM ZERA-TABELA.
           PERFORM IMPRIME-CABECALHO.
           SORT SORT-FGC ON ASCENDING KEY DOC-SRT AGENCIA-SRT
                   CONTA-SRT
               INPUT PROCEDURE IS SELECIONA-CONTAS
               OUTPUT PROCEDURE IS AGRUPA-DEPOSITANTES.
           PERFORM IMPRIME-TITULO-AGENCIAS.
           PERFORM IMPRIME-AGENCIA VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > 1000.
           PERFORM IMPRIME-RESUMO.
           PERFORM FINALIZA.
           STOP RUN.

      *    o teto muda por norma, sem mudanca de programa
       LE-PARAMETROS-FGC.
           OPEN INPUT ARQPFG
           IF ST-PFG NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMFGC.DAT ' ST-PFG
               STOP RUN.
           READ ARQPFG
               AT END
                   DISPLAY 'PARMFGC.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPFG.
           IF TETO-PFG IS NOT NUMERIC OR TETO-PFG = ZERO
               DISPLAY 'PARMFGC.DAT COM TETO INVALIDO'
               STOP RUN.
           MOVE TETO-PFG TO WS-TETO.

       ABRE-ARQ.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem CLIMEST.DAT o nome sai da primeira conta do documento
           OPEN INPUT ARQCDM
           IF ST-CDM EQUAL '35'
               MOVE ZERO TO WS-TEM-CDM
           ELSE
               IF ST-CDM NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CLIMEST.DAT ' ST-CDM
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARQFGC
           IF ST-FGC NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXPOFGC.DAT ' ST-FGC
               STOP RUN.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXPOFGC.REL ' ST-REL
               STOP RUN.

       ZERA-TABELA.
           MOVE ZEROS TO WS-TOTAIS
           PERFORM ZERA-LINHA-AGENCIA VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 1000.

       ZERA-LINHA-AGENCIA.
           MOVE ZEROS TO WS-AG-LINHA (WS-IDX).

      *    so saldo credor e deposito; conta zerada ou devedora nao
      *    entra na exposicao
       SELECIONA-CONTAS.
           PERFORM SELECIONA-CONTAS-LE UNTIL FIM-CLI = 1.

       SELECIONA-CONTAS-LE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF SALDO > ZERO
                       MOVE DOC-CLI TO DOC-SRT
                       MOVE AGENCIA TO AGENCIA-SRT
                       MOVE CONTA TO CONTA-SRT
                       MOVE NOME-CLI TO NOME-SRT
                       MOVE SALDO TO SALDO-SRT
                       RELEASE REG-SRT
                   END-IF
           END-READ.

       AGRUPA-DEPOSITANTES.
           PERFORM AGRUPA-DEPOSITANTES-LE UNTIL FIM-SRT = 1.
           IF WS-TEM-GRUPO = 1
               PERFORM FECHA-DEPOSITANTE
           END-IF.

       AGRUPA-DEPOSITANTES-LE.
           RETURN SORT-FGC
               AT END
                   MOVE 1 TO FIM-SRT
               NOT AT END
                   IF DOC-SRT = ZERO
                       PERFORM LISTA-NAO-IDENTIFICADA
                   ELSE
                       PERFORM ACUMULA-DEPOSITANTE
                   END-IF
           END-RETURN.

      *    a quebra e por documento; dentro dele, a primeira conta de
      *    cada agencia conta o depositante naquela agencia
       ACUMULA-DEPOSITANTE.
           IF WS-TEM-GRUPO = 1 AND DOC-SRT NOT = WS-DOC-ATUAL
               PERFORM FECHA-DEPOSITANTE
           END-IF
           IF WS-TEM-GRUPO = 0
               PERFORM ABRE-DEPOSITANTE
           END-IF
           IF AGENCIA-SRT NOT = WS-AG-ATUAL
               MOVE AGENCIA-SRT TO WS-AG-ATUAL
               ADD 1 TO WS-AG-QTD-DEPOSIT (AGENCIA-SRT + 1)
           END-IF
           ADD 1 TO WS-QTD-CONTAS-DEP
           ADD SALDO-SRT TO WS-SALDO-DEP
           MOVE 1 TO WS-AG-TEM (AGENCIA-SRT + 1)
           ADD 1 TO WS-AG-QTD-CONTAS (AGENCIA-SRT + 1)
           ADD SALDO-SRT TO WS-AG-SALDO (AGENCIA-SRT + 1).

       ABRE-DEPOSITANTE.
           MOVE 1 TO WS-TEM-GRUPO
           MOVE DOC-SRT TO WS-DOC-ATUAL
           MOVE NOME-SRT TO WS-NOME-ATUAL
           MOVE 9999 TO WS-AG-ATUAL
           MOVE ZERO TO WS-QTD-CONTAS-DEP
           MOVE ZERO TO WS-SALDO-DEP
           IF WS-TEM-CDM = 1
               MOVE DOC-SRT TO DOC-CDM
               READ ARQCDM KEY IS DOC-CDM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-CDM TO WS-NOME-ATUAL
               END-READ
           END-IF.

      *    o teto vale por depositante, somadas todas as contas
       FECHA-DEPOSITANTE.
           IF WS-SALDO-DEP > WS-TETO
               MOVE WS-TETO TO WS-SEGURADO-DEP
               ADD 1 TO WS-TOT-DEP-ACIMA
           ELSE
               MOVE WS-SALDO-DEP TO WS-SEGURADO-DEP
           END-IF
           COMPUTE WS-DESCOBERTO-DEP = WS-SALDO-DEP - WS-SEGURADO-DEP
           MOVE SPACES TO REG-FGC
           MOVE "D" TO TIPO-FGC
           MOVE WS-DOC-ATUAL TO DOC-FGC
           MOVE WS-NOME-ATUAL TO NOME-FGC
           MOVE ZEROS TO AGENCIA-FGC
           MOVE ZEROS TO CONTA-FGC
           MOVE WS-QTD-CONTAS-DEP TO QTD-CONTAS-FGC
           MOVE WS-SALDO-DEP TO SALDO-FGC
           MOVE WS-SEGURADO-DEP TO SEGURADO-FGC
           MOVE WS-DESCOBERTO-DEP TO DESCOBERTO-FGC
           MOVE WS-DATA-HOJE TO DATA-BASE-FGC
           WRITE REG-FGC
           ADD 1 TO WS-TOT-DEPOSIT
           ADD WS-QTD-CONTAS-DEP TO WS-TOT-CONTAS
           ADD WS-SALDO-DEP TO WS-TOT-SALDO
           ADD WS-SEGURADO-DEP TO WS-TOT-SEGURADO
           ADD WS-DESCOBERTO-DEP TO WS-TOT-DESCOBERTO
           MOVE ZERO TO WS-TEM-GRUPO.

      *    conta de documento zerado: vai para o arquivo e para o
      *    relatorio conta a conta, fora do coberto x descoberto
       LISTA-NAO-IDENTIFICADA.
           IF WS-TOT-QTD-NAO-IDENT = ZERO
               PERFORM IMPRIME-TITULO-NAO-IDENT
           END-IF
           MOVE SPACES TO REG-FGC
           MOVE "N" TO TIPO-FGC
           MOVE ZEROS TO DOC-FGC
           MOVE NOME-SRT TO NOME-FGC
           MOVE AGENCIA-SRT TO AGENCIA-FGC
           MOVE CONTA-SRT TO CONTA-FGC
           MOVE 1 TO QTD-CONTAS-FGC
           MOVE SALDO-SRT TO SALDO-FGC
           MOVE ZEROS TO SEGURADO-FGC
           MOVE ZEROS TO DESCOBERTO-FGC
           MOVE WS-DATA-HOJE TO DATA-BASE-FGC
           WRITE REG-FGC
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-NAO-IDENT
               ADD 1 TO WS-LINHA-PAG
           END-IF
           MOVE AGENCIA-SRT TO LIN-NI-AGENCIA
           MOVE CONTA-SRT TO LIN-NI-CONTA
           MOVE NOME-SRT TO LIN-NI-NOME
           MOVE SALDO-SRT TO LIN-NI-SALDO
           WRITE LINHA-REL FROM LIN-NAO-IDENT
           ADD 1 TO WS-LINHA-PAG
           ADD 1 TO WS-TOT-QTD-NAO-IDENT
           ADD SALDO-SRT TO WS-TOT-SALDO-NAO-IDENT
           MOVE 1 TO WS-AG-TEM (AGENCIA-SRT + 1)
           ADD 1 TO WS-AG-QTD-NAO-IDENT (AGENCIA-SRT + 1)
           ADD SALDO-SRT TO WS-AG-SALDO-NAO-IDENT (AGENCIA-SRT + 1).

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA-BASE
           MOVE WS-TETO TO CAB-TETO
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-DATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-LINHA-PAG.

       IMPRIME-TITULO-NAO-IDENT.
           IF WS-LINHA-PAG + 4 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE LINHA-REL FROM CAB-NAO-IDENT
           WRITE LINHA-REL FROM CAB-COL-NAO-IDENT
           ADD 2 TO WS-LINHA-PAG.

       IMPRIME-TITULO-AGENCIAS.
           IF WS-LINHA-PAG + 4 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           ELSE
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               ADD 1 TO WS-LINHA-PAG
           END-IF
           WRITE LINHA-REL FROM CAB-AGENCIAS
           WRITE LINHA-REL FROM CAB-COL-AGENCIAS
           ADD 2 TO WS-LINHA-PAG.

       IMPRIME-AGENCIA.
           IF WS-AG-TEM (WS-AG) = 1
               ADD 1 TO WS-QTD-AGENCIAS
               IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
                   PERFORM IMPRIME-CABECALHO
                   WRITE LINHA-REL FROM CAB-COL-AGENCIAS
                   ADD 1 TO WS-LINHA-PAG
               END-IF
               COMPUTE WS-AGENCIA-EXIB = WS-AG - 1
               MOVE WS-AGENCIA-EXIB TO LIN-AG-AGENCIA
               MOVE WS-AG-QTD-CONTAS (WS-AG) TO LIN-AG-CONTAS
               MOVE WS-AG-QTD-DEPOSIT (WS-AG) TO LIN-AG-DEPOSIT
               MOVE WS-AG-SALDO (WS-AG) TO LIN-AG-SALDO
               MOVE WS-AG-QTD-NAO-IDENT (WS-AG) TO LIN-AG-NAO-IDENT
               MOVE WS-AG-SALDO-NAO-IDENT (WS-AG) TO LIN-AG-SALDO-NI
               WRITE LINHA-REL FROM LIN-AGENCIA
               ADD 1 TO WS-LINHA-PAG
           END-IF.

      *    um depositante com contas em varias agencias conta uma vez
      *    em cada agencia, mas uma so vez no total
       IMPRIME-RESUMO.
           IF WS-LINHA-PAG + 9 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO COBERTO X DESCOBERTO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DEPOSITANTES IDENTIFICADOS" TO LIN-RES-TEXTO
           MOVE WS-TOT-DEPOSIT TO LIN-RES-QTD
           MOVE WS-TOT-SALDO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CONTAS DOS IDENTIFICADOS" TO LIN-RES-TEXTO
           MOVE WS-TOT-CONTAS TO LIN-RES-QTD
           MOVE WS-TOT-SALDO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  PARCELA COBERTA PELO TETO" TO LIN-RES-TEXTO
           MOVE WS-TOT-DEPOSIT TO LIN-RES-QTD
           MOVE WS-TOT-SEGURADO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  PARCELA DESCOBERTA (ACIMA DO TETO)"
               TO LIN-RES-TEXTO
           MOVE WS-TOT-DEP-ACIMA TO LIN-RES-QTD
           MOVE WS-TOT-DESCOBERTO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "DEPOSITANTES NAO IDENTIFICADOS" TO LIN-RES-TEXTO
           MOVE WS-TOT-QTD-NAO-IDENT TO LIN-RES-QTD
           MOVE WS-TOT-SALDO-NAO-IDENT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO.

       FINALIZA.
           DISPLAY 'CONTAS LIDAS...................: ' WS-QTD-LIDOS
           DISPLAY 'DEPOSITANTES IDENTIFICADOS.....: ' WS-TOT-DEPOSIT
               ' SALDO ' WS-TOT-SALDO
           DISPLAY 'PARCELA COBERTA................: '
               WS-TOT-SEGURADO
           DISPLAY 'PARCELA DESCOBERTA.............: '
               WS-TOT-DESCOBERTO ' DEPOSITANTES ' WS-TOT-DEP-ACIMA
           DISPLAY 'CONTAS SEM DOCUMENTO...........: '
               WS-TOT-QTD-NAO-IDENT ' SALDO ' WS-TOT-SALDO-NAO-IDENT
           DISPLAY 'AGENCIAS NO RELATORIO..........: '
               WS-QTD-AGENCIAS
           IF WS-TEM-CDM = ZERO
               DISPLAY 'AVISO: CLIMEST.DAT AUSENTE, NOMES TIRADOS DAS'
                   ' CONTAS'
           END-IF
           CLOSE ARQCLI.
           IF WS-TEM-CDM = 1
               CLOSE ARQCDM
           END-IF
           CLOSE ARQFGC.
           CLOSE ARQREL.
