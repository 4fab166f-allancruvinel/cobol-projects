      ******************************************************************
      * Author:
      * Date:
      * Purpose: conferencia de integridade entre o cadastro de contas
      *          (ARQCLIE.DAT), o cadastro de clientes (CLIMEST.DAT)
      *          e os arquivos satelites: instrucoes ativas de
      *          AGENDA.DAT em conta inexistente ou encerrada, ou com
      *          emissao pendente que CTRLMOV.DAT nao conhece;
      *          bloqueios ativos de BLOQJUD.DAT em conta inexistente
      *          ou encerrada; DOC-CLI sem cliente em CLIMEST.DAT e
      *          cliente sem conta; pendentes de RESSUB.DAT em conta
      *          encerrada ou inexistente; linhas de EXTRATO.DAT de
      *          conta fora do cadastro. INTEGRID.REL lista cada
      *          ocorrencia e fecha com o resumo por verificacao. So
      *          le os arquivos; roda no fim da esteira noturna,
      *          depois do AUDITSALDO, quando as emissoes da agenda ja
      *          passaram pelo ATTCLIENT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQCDM ASSIGN TO "CLIMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CDM
           FILE STATUS IS ST-CDM.

           SELECT ARQAGD ASSIGN TO "AGENDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-AGD
           FILE STATUS IS ST-AGD.

           SELECT ARQCTRL ASSIGN TO "CTRLMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-CTRL
           FILE STATUS IS ST-CTRL.

           SELECT ARQBLQ ASSIGN TO "BLOQJUD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-BLQ
           FILE STATUS IS ST-BLQ.

           SELECT ARQRES ASSIGN TO "RESSUB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RES.

           SELECT ARQEXT ASSIGN TO "EXTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-EXTRATO
           FILE STATUS IS ST-EXT.

           SELECT ARQREL ASSIGN TO "INTEGRID.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.

           SELECT SORT-DOC ASSIGN TO "SORTDOC.WRK".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQCDM.
           COPY CPCDM.

       FD  ARQAGD.
           COPY CPAGD.

       FD  ARQCTRL.
           COPY CPCTL.

       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQRES.
           COPY CPRES.

       FD  ARQEXT.
           COPY CPEXT.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).

      *    contas de documento informado, em ordem de documento, para
      *    o casamento com CLIMEST.DAT
       SD  SORT-DOC.
       01  REG-SRT.
           03 DOC-SRT          PIC 9(14).
           03 AGENCIA-SRT      PIC 9(03).
           03 CONTA-SRT        PIC 9(06).
       WORKING-STORAGE SECTION.
       77  ST-CLI          PIC X(02).
       77  ST-CDM          PIC X(02).
       77  ST-AGD          PIC X(02).
       77  ST-CTRL         PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-RES          PIC X(02).
       77  ST-EXT          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  FIM-CDM         PIC 9(01) VALUE ZERO.
       77  FIM-SRT         PIC 9(01) VALUE ZERO.
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  FIM-RES         PIC 9(01) VALUE ZERO.
       77  FIM-EXT         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CDM      PIC 9(01) VALUE 1.
       77  WS-TEM-AGD      PIC 9(01) VALUE 1.
       77  WS-TEM-CTRL     PIC 9(01) VALUE 1.
       77  WS-TEM-BLQ      PIC 9(01) VALUE 1.
       77  WS-TEM-RES      PIC 9(01) VALUE 1.
       77  WS-TEM-EXT      PIC 9(01) VALUE 1.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.
       77  WS-QTD-CONTAS   PIC 9(09) VALUE ZERO.
       77  WS-QTD-CLIENTES PIC 9(09) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    situacao da conta procurada em ARQCLIE.DAT: zero quando a
      *    conta nao existe, senao o SITUACAO-CLI dela
       77  WS-AGENCIA-BUSCA PIC 9(03).
       77  WS-CONTA-BUSCA  PIC 9(06).
       77  WS-SIT-CONTA    PIC 9(01).

      *    cliente corrente do casamento com as contas; o documento
      *    todo noves marca o fim de CLIMEST.DAT
       77  WS-DOC-CDM      PIC 9(14).
       77  WS-CDM-COM-CONTA PIC 9(01) VALUE ZERO.
       77  WS-DOC-FIM      PIC 9(14) VALUE 99999999999999.

      *    conta corrente da leitura de EXTRATO.DAT, para procurar o
      *    cadastro uma vez por conta
       77  WS-ID-EXT-ANT   PIC 9(09) VALUE ZERO.
       77  WS-EXT-ORFA     PIC 9(01) VALUE ZERO.

      *    imagem do movimento guardado em RESSUB.DAT
           COPY CPMOV.

       01  WS-TOTAIS.
           03 WS-QTD-AGD-LIDAS         PIC 9(09).
           03 WS-QTD-AGD-INEXIST       PIC 9(09).
           03 WS-QTD-AGD-ENCERR        PIC 9(09).
           03 WS-QTD-AGD-SEM-CTRL      PIC 9(09).
           03 WS-QTD-BLQ-LIDOS         PIC 9(09).
           03 WS-QTD-BLQ-INEXIST       PIC 9(09).
           03 WS-QTD-BLQ-ENCERR        PIC 9(09).
           03 WS-QTD-DOC-ZERADO        PIC 9(09).
           03 WS-QTD-DOC-SEM-CDM       PIC 9(09).
           03 WS-QTD-CDM-SEM-CONTA     PIC 9(09).
           03 WS-QTD-RES-LIDOS         PIC 9(09).
           03 WS-QTD-RES-ENCERR        PIC 9(09).
           03 WS-QTD-RES-INEXIST       PIC 9(09).
           03 WS-QTD-EXT-LIDAS         PIC 9(09).
           03 WS-QTD-EXT-ORFAS         PIC 9(09).
           03 WS-QTD-EXT-CONTAS        PIC 9(09).
           03 WS-QTD-OCORRENCIAS       PIC 9(09).

       01  CAB-TITULO.
           03 FILLER       PIC X(16) VALUE SPACES.
           03 FILLER       PIC X(48)
               VALUE "CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS".
           03 FILLER       PIC X(16) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(11) VALUE "DATA BASE ".
           03 CAB-DATA-BASE PIC 9(08).
           03 FILLER       PIC X(49) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-OCORRENCIAS.
           03 FILLER       PIC X(40) VALUE "OCORRENCIAS".
           03 FILLER       PIC X(40) VALUE SPACES.

       01  CAB-COL-OCORRENCIAS.
           03 FILLER       PIC X(32) VALUE "VERIFICACAO".
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(08) VALUE "CONTA   ".
           03 FILLER       PIC X(35) VALUE "REFERENCIA".

       01  LIN-OCORRENCIA.
           03 LIN-OC-TEXTO PIC X(30).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-OC-AGENCIA PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-OC-CONTA PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-OC-REF   PIC X(35).

      *    referencias montadas para a linha de ocorrencia
       01  WS-REF-AGD.
           03 FILLER       PIC X(10) VALUE "INSTRUCAO ".
           03 WS-REF-AGD-NUM PIC 9(08).
           03 FILLER       PIC X(10) VALUE " CONTROLE ".
           03 WS-REF-AGD-CTRL PIC 9(10).

       01  WS-REF-BLQ.
           03 FILLER       PIC X(04) VALUE "SEQ ".
           03 WS-REF-BLQ-SEQ PIC 9(03).
           03 FILLER       PIC X(07) VALUE " ORDEM ".
           03 WS-REF-BLQ-ORDEM PIC X(12).

       01  WS-REF-DOC.
           03 FILLER       PIC X(10) VALUE "DOCUMENTO ".
           03 WS-REF-DOC-NUM PIC 9(14).

       01  WS-REF-RES.
           03 FILLER       PIC X(09) VALUE "CONTROLE ".
           03 WS-REF-RES-CTRL PIC 9(10).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 WS-REF-RES-MOTIVO PIC X(15).

       01  WS-REF-EXT.
           03 FILLER       PIC X(04) VALUE "SEQ ".
           03 WS-REF-EXT-SEQ PIC 9(06).
           03 FILLER       PIC X(06) VALUE " DATA ".
           03 WS-REF-EXT-DATA PIC 9(08).

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(48).
           03 LIN-RES-QTD  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-RES-OBS  PIC X(19).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOTAIS.
           PERFORM ABRE-ARQ.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TITULO-OCORRENCIAS.
           IF WS-TEM-CDM = 1
               PERFORM LE-CLIENTE
               SORT SORT-DOC ON ASCENDING KEY DOC-SRT AGENCIA-SRT
                       CONTA-SRT
                   INPUT PROCEDURE IS SELECIONA-CONTAS
                   OUTPUT PROCEDURE IS CASA-CLIENTES
           ELSE
               PERFORM CONTA-CONTAS UNTIL FIM-CLI = 1
           END-IF.
           IF WS-TEM-AGD = 1
               PERFORM CONFERE-AGENDA UNTIL FIM-AGD = 1
           END-IF.
           IF WS-TEM-BLQ = 1
               PERFORM CONFERE-BLOQUEIOS UNTIL FIM-BLQ = 1
           END-IF.
           IF WS-TEM-RES = 1
               PERFORM CONFERE-RESSUB UNTIL FIM-RES = 1
           END-IF.
           IF WS-TEM-EXT = 1
               PERFORM CONFERE-EXTRATO UNTIL FIM-EXT = 1
           END-IF.
           PERFORM IMPRIME-RESUMO.
           PERFORM FINALIZA.
           STOP RUN.

      *    so o cadastro de contas e obrigatorio; o satelite que nao
      *    existe nao tem o que conferir e sai no resumo como ausente
       ABRE-ARQ.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQCDM
           IF ST-CDM EQUAL '35'
               MOVE ZERO TO WS-TEM-CDM
           ELSE
               IF ST-CDM NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CLIMEST.DAT ' ST-CDM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQAGD
           IF ST-AGD EQUAL '35'
               MOVE ZERO TO WS-TEM-AGD
           ELSE
               IF ST-AGD NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR AGENDA.DAT ' ST-AGD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQCTRL
           IF ST-CTRL EQUAL '35'
               MOVE ZERO TO WS-TEM-CTRL
           ELSE
               IF ST-CTRL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLMOV.DAT ' ST-CTRL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQBLQ
           IF ST-BLQ EQUAL '35'
               MOVE ZERO TO WS-TEM-BLQ
           ELSE
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR BLOQJUD.DAT ' ST-BLQ
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQRES
           IF ST-RES EQUAL '35'
               MOVE ZERO TO WS-TEM-RES
           ELSE
               IF ST-RES NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR RESSUB.DAT ' ST-RES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQEXT
           IF ST-EXT EQUAL '35'
               MOVE ZERO TO WS-TEM-EXT
           ELSE
               IF ST-EXT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR INTEGRID.REL ' ST-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    sem CLIMEST.DAT as contas so sao contadas
       CONTA-CONTAS.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   ADD 1 TO WS-QTD-CONTAS
                   IF DOC-CLI = ZERO
                       ADD 1 TO WS-QTD-DOC-ZERADO
                   END-IF
           END-READ.

      *    documento zerado e o depositante nao identificado (ver
      *    EXPOSFGC): nao aponta para cliente nenhum, so e contado
       SELECIONA-CONTAS.
           PERFORM SELECIONA-CONTAS-LE UNTIL FIM-CLI = 1.

       SELECIONA-CONTAS-LE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   ADD 1 TO WS-QTD-CONTAS
                   IF DOC-CLI = ZERO
                       ADD 1 TO WS-QTD-DOC-ZERADO
                   ELSE
                       MOVE DOC-CLI TO DOC-SRT
                       MOVE AGENCIA TO AGENCIA-SRT
                       MOVE CONTA TO CONTA-SRT
                       RELEASE REG-SRT
                   END-IF
           END-READ.

      *    casamento das contas (em ordem de documento) com
      *    CLIMEST.DAT (na ordem da chave): o cliente que fica para
      *    tras sem nenhuma conta e cliente sem conta; a conta cujo
      *    documento nao aparece e documento sem cliente
       CASA-CLIENTES.
           PERFORM CASA-CLIENTES-LE UNTIL FIM-SRT = 1.
           PERFORM AVANCA-CLIENTE UNTIL WS-DOC-CDM = WS-DOC-FIM.

       CASA-CLIENTES-LE.
           RETURN SORT-DOC
               AT END
                   MOVE 1 TO FIM-SRT
               NOT AT END
                   PERFORM CASA-CONTA
           END-RETURN.

       CASA-CONTA.
           PERFORM AVANCA-CLIENTE UNTIL WS-DOC-CDM NOT < DOC-SRT.
           IF WS-DOC-CDM = DOC-SRT
               MOVE 1 TO WS-CDM-COM-CONTA
           ELSE
               ADD 1 TO WS-QTD-DOC-SEM-CDM
               MOVE DOC-SRT TO WS-REF-DOC-NUM
               MOVE "DOCUMENTO SEM CLIENTE" TO LIN-OC-TEXTO
               MOVE AGENCIA-SRT TO LIN-OC-AGENCIA
               MOVE CONTA-SRT TO LIN-OC-CONTA
               MOVE WS-REF-DOC TO LIN-OC-REF
               PERFORM IMPRIME-OCORRENCIA
           END-IF.

       AVANCA-CLIENTE.
           IF WS-CDM-COM-CONTA = ZERO
               ADD 1 TO WS-QTD-CDM-SEM-CONTA
               MOVE WS-DOC-CDM TO WS-REF-DOC-NUM
               MOVE "CLIENTE SEM CONTA" TO LIN-OC-TEXTO
               MOVE ZEROS TO LIN-OC-AGENCIA
               MOVE ZEROS TO LIN-OC-CONTA
               MOVE WS-REF-DOC TO LIN-OC-REF
               PERFORM IMPRIME-OCORRENCIA
           END-IF
           PERFORM LE-CLIENTE.

       LE-CLIENTE.
           MOVE ZERO TO WS-CDM-COM-CONTA
           READ ARQCDM NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CDM
                   MOVE WS-DOC-FIM TO WS-DOC-CDM
               NOT AT END
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE DOC-CDM TO WS-DOC-CDM
           END-READ.

      *    so a instrucao ativa interessa; a encerrada ou caduca nao
      *    emite mais nada. A emissao pendente sem marca em
      *    CTRLMOV.DAT depois do ATTCLIENT foi rejeitada e sera
      *    reemitida pelo GERAAGENDA; persistindo, e orfa
       CONFERE-AGENDA.
           READ ARQAGD NEXT RECORD
               AT END
                   MOVE 1 TO FIM-AGD
               NOT AT END
                   IF AGD-ATIVA
                       PERFORM CONFERE-INSTRUCAO
                   END-IF
           END-READ.

       CONFERE-INSTRUCAO.
           ADD 1 TO WS-QTD-AGD-LIDAS
           MOVE NUM-AGD TO WS-REF-AGD-NUM
           MOVE CTRL-PEND-AGD TO WS-REF-AGD-CTRL
           MOVE AGENCIA-AGD TO LIN-OC-AGENCIA
           MOVE CONTA-AGD TO LIN-OC-CONTA
           MOVE WS-REF-AGD TO LIN-OC-REF
           MOVE AGENCIA-AGD TO WS-AGENCIA-BUSCA
           MOVE CONTA-AGD TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-SIT-CONTA = ZERO
               ADD 1 TO WS-QTD-AGD-INEXIST
               MOVE "AGENDA EM CONTA INEXISTENTE" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           ELSE IF WS-SIT-CONTA = 3
               ADD 1 TO WS-QTD-AGD-ENCERR
               MOVE "AGENDA EM CONTA ENCERRADA" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           END-IF.
           IF CTRL-PEND-AGD > ZERO AND WS-TEM-CTRL = 1
               MOVE CTRL-PEND-AGD TO NUM-CTRL
               READ ARQCTRL KEY IS NUM-CTRL
                   INVALID KEY
                       ADD 1 TO WS-QTD-AGD-SEM-CTRL
                       MOVE "AGENDA PENDENTE SEM CTRLMOV"
                           TO LIN-OC-TEXTO
                       PERFORM IMPRIME-OCORRENCIA
               END-READ
           END-IF.

      *    bloqueio liberado nao congela mais nada
       CONFERE-BLOQUEIOS.
           READ ARQBLQ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BLQ
               NOT AT END
                   IF BLQ-ATIVO
                       PERFORM CONFERE-BLOQUEIO
                   END-IF
           END-READ.

       CONFERE-BLOQUEIO.
           ADD 1 TO WS-QTD-BLQ-LIDOS
           MOVE SEQ-BLQ TO WS-REF-BLQ-SEQ
           MOVE REF-ORDEM-BLQ TO WS-REF-BLQ-ORDEM
           MOVE AGENCIA-BLQ TO LIN-OC-AGENCIA
           MOVE CONTA-BLQ TO LIN-OC-CONTA
           MOVE WS-REF-BLQ TO LIN-OC-REF
           MOVE AGENCIA-BLQ TO WS-AGENCIA-BUSCA
           MOVE CONTA-BLQ TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-SIT-CONTA = ZERO
               ADD 1 TO WS-QTD-BLQ-INEXIST
               MOVE "BLOQUEIO EM CONTA INEXISTENTE" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           ELSE IF WS-SIT-CONTA = 3
               ADD 1 TO WS-QTD-BLQ-ENCERR
               MOVE "BLOQUEIO EM CONTA ENCERRADA" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           END-IF.

      *    so o pendente volta a ser reinjetado; a marca de fim de
      *    geracao nao e item
       CONFERE-RESSUB.
           READ ARQRES
               AT END
                   MOVE 1 TO FIM-RES
               NOT AT END
                   IF RES-PENDENTE
                       PERFORM CONFERE-PENDENTE
                   END-IF
           END-READ.

       CONFERE-PENDENTE.
           ADD 1 TO WS-QTD-RES-LIDOS
           MOVE MOV-RES TO REG-MOV
           MOVE NUM-CONTROLE-ORIG TO WS-REF-RES-CTRL
           MOVE MOTIVO-RES TO WS-REF-RES-MOTIVO
           MOVE AGENCIA-MOV TO LIN-OC-AGENCIA
           MOVE CONTA-MOV TO LIN-OC-CONTA
           MOVE WS-REF-RES TO LIN-OC-REF
           MOVE AGENCIA-MOV TO WS-AGENCIA-BUSCA
           MOVE CONTA-MOV TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-SIT-CONTA = ZERO
               ADD 1 TO WS-QTD-RES-INEXIST
               MOVE "RESSUB EM CONTA INEXISTENTE" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           ELSE IF WS-SIT-CONTA = 3
               ADD 1 TO WS-QTD-RES-ENCERR
               MOVE "RESSUB EM CONTA ENCERRADA" TO LIN-OC-TEXTO
               PERFORM IMPRIME-OCORRENCIA
           END-IF.

      *    o extrato vem em ordem de conta: o cadastro e procurado na
      *    primeira linha de cada conta, e a conta orfa sai uma vez no
      *    relatorio, com a sua primeira linha
       CONFERE-EXTRATO.
           READ ARQEXT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EXT
               NOT AT END
                   ADD 1 TO WS-QTD-EXT-LIDAS
                   IF ID-EXTRATO NOT = WS-ID-EXT-ANT
                       PERFORM CONFERE-CONTA-EXTRATO
                   END-IF
                   IF WS-EXT-ORFA = 1
                       ADD 1 TO WS-QTD-EXT-ORFAS
                   END-IF
           END-READ.

       CONFERE-CONTA-EXTRATO.
           MOVE ID-EXTRATO TO WS-ID-EXT-ANT
           MOVE ZERO TO WS-EXT-ORFA
           MOVE AGENCIA-EXT TO WS-AGENCIA-BUSCA
           MOVE CONTA-EXT TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-SIT-CONTA = ZERO
               MOVE 1 TO WS-EXT-ORFA
               ADD 1 TO WS-QTD-EXT-CONTAS
               MOVE SEQ-EXTRATO TO WS-REF-EXT-SEQ
               MOVE DATA-EXTRATO TO WS-REF-EXT-DATA
               MOVE "EXTRATO DE CONTA INEXISTENTE" TO LIN-OC-TEXTO
               MOVE AGENCIA-EXT TO LIN-OC-AGENCIA
               MOVE CONTA-EXT TO LIN-OC-CONTA
               MOVE WS-REF-EXT TO LIN-OC-REF
               PERFORM IMPRIME-OCORRENCIA
           END-IF.

       LOCALIZA-CONTA.
           MOVE WS-AGENCIA-BUSCA TO AGENCIA
           MOVE WS-CONTA-BUSCA TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE ZERO TO WS-SIT-CONTA
               NOT INVALID KEY
                   MOVE SITUACAO-CLI TO WS-SIT-CONTA
           END-READ.

       IMPRIME-OCORRENCIA.
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-OCORRENCIAS
               ADD 1 TO WS-LINHA-PAG
           END-IF
           WRITE LINHA-REL FROM LIN-OCORRENCIA
           ADD 1 TO WS-LINHA-PAG
           ADD 1 TO WS-QTD-OCORRENCIAS.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA-BASE
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-DATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-LINHA-PAG.

       IMPRIME-TITULO-OCORRENCIAS.
           WRITE LINHA-REL FROM CAB-OCORRENCIAS
           WRITE LINHA-REL FROM CAB-COL-OCORRENCIAS
           ADD 2 TO WS-LINHA-PAG.

      *    uma linha por verificacao; a que dependia de arquivo
      *    ausente sai zerada com o aviso ao lado
       IMPRIME-RESUMO.
           IF WS-LINHA-PAG + 24 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           IF WS-QTD-OCORRENCIAS = ZERO
               MOVE "NENHUMA OCORRENCIA" TO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR VERIFICACAO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LIN-RES-OBS
           MOVE "CONTAS NO CADASTRO" TO LIN-RES-TEXTO
           MOVE WS-QTD-CONTAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CONTAS SEM DOCUMENTO (NAO IDENTIFICADAS)"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-DOC-ZERADO TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           IF WS-TEM-CDM = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "CLIENTES EM CLIMEST.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-CLIENTES TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CONTAS COM DOCUMENTO SEM CLIENTE" TO LIN-RES-TEXTO
           MOVE WS-QTD-DOC-SEM-CDM TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CLIENTES SEM CONTA" TO LIN-RES-TEXTO
           MOVE WS-QTD-CDM-SEM-CONTA TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-AGD = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "INSTRUCOES ATIVAS EM AGENDA.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-AGD-LIDAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA INEXISTENTE" TO LIN-RES-TEXTO
           MOVE WS-QTD-AGD-INEXIST TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA ENCERRADA" TO LIN-RES-TEXTO
           MOVE WS-QTD-AGD-ENCERR TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           IF WS-TEM-CTRL = ZERO AND WS-TEM-AGD = 1
               MOVE "CTRLMOV AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "  EMISSAO PENDENTE SEM MARCA EM CTRLMOV.DAT"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-AGD-SEM-CTRL TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-BLQ = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "BLOQUEIOS ATIVOS EM BLOQJUD.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-BLQ-LIDOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA INEXISTENTE" TO LIN-RES-TEXTO
           MOVE WS-QTD-BLQ-INEXIST TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA ENCERRADA" TO LIN-RES-TEXTO
           MOVE WS-QTD-BLQ-ENCERR TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-RES = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "PENDENTES EM RESSUB.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-RES-LIDOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA ENCERRADA" TO LIN-RES-TEXTO
           MOVE WS-QTD-RES-ENCERR TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  EM CONTA INEXISTENTE" TO LIN-RES-TEXTO
           MOVE WS-QTD-RES-INEXIST TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-EXT = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "LINHAS EM EXTRATO.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-EXT-LIDAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  LINHAS DE CONTA INEXISTENTE" TO LIN-RES-TEXTO
           MOVE WS-QTD-EXT-ORFAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  CONTAS INEXISTENTES COM EXTRATO" TO LIN-RES-TEXTO
           MOVE WS-QTD-EXT-CONTAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           MOVE "TOTAL DE OCORRENCIAS" TO LIN-RES-TEXTO
           MOVE WS-QTD-OCORRENCIAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO.

       FINALIZA.
           DISPLAY 'CONTAS NO CADASTRO.............: ' WS-QTD-CONTAS
           DISPLAY 'DOCUMENTO SEM CLIENTE..........: '
               WS-QTD-DOC-SEM-CDM
           DISPLAY 'CLIENTES SEM CONTA.............: '
               WS-QTD-CDM-SEM-CONTA
           DISPLAY 'AGENDA EM CONTA INEXIST/ENCERR.: '
               WS-QTD-AGD-INEXIST ' / ' WS-QTD-AGD-ENCERR
           DISPLAY 'AGENDA PENDENTE SEM CTRLMOV....: '
               WS-QTD-AGD-SEM-CTRL
           DISPLAY 'BLOQUEIO EM CONTA INEXIST/ENC..: '
               WS-QTD-BLQ-INEXIST ' / ' WS-QTD-BLQ-ENCERR
           DISPLAY 'RESSUB EM CONTA ENCERR/INEXIST.: '
               WS-QTD-RES-ENCERR ' / ' WS-QTD-RES-INEXIST
           DISPLAY 'EXTRATO DE CONTA INEXISTENTE...: '
               WS-QTD-EXT-ORFAS ' LINHAS ' WS-QTD-EXT-CONTAS ' CONTAS'
           DISPLAY 'TOTAL DE OCORRENCIAS...........: '
               WS-QTD-OCORRENCIAS
           CLOSE ARQCLI.
           IF WS-TEM-CDM = 1
               CLOSE ARQCDM
           END-IF
           IF WS-TEM-AGD = 1
               CLOSE ARQAGD
           END-IF
           IF WS-TEM-CTRL = 1
               CLOSE ARQCTRL
           END-IF
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF
           IF WS-TEM-RES = 1
               CLOSE ARQRES
           END-IF
           IF WS-TEM-EXT = 1
               CLOSE ARQEXT
           END-IF
           CLOSE ARQREL.
