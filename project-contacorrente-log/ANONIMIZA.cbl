      ******************************************************************
      * Author:
      * Date:
      * Purpose: anonimizacao dos dados pessoais das contas encerradas
      *          depois do prazo legal de guarda, lido de PARMANON.DAT
      *          em anos contados da data de encerramento (a de
      *          ENCERCTL.DAT ou, para a conta encerrada no passado
      *          direto pelo MANTCLIENT, a do encerramento aplicado em
      *          AUDMANT.DAT). Fica de fora a conta com bloqueio
      *          judicial ativo em BLOQJUD.DAT, contrato de emprestimo
      *          em liberacao ou em aberto em EMPREST.DAT, instrucao
      *          ativa em AGENDA.DAT ou pedido de dupla alcada ainda
      *          nao aplicado em APROVPEN.DAT. Nas contas com prazo
      *          vencido o nome e o documento sao substituidos em
      *          ARQCLIE.DAT, os valores das alteracoes de nome e de
      *          documento em AUDMANT.DAT e nos pedidos ja decididos
      *          de APROVPEN.DAT tambem, o documento sai dos contratos
      *          quitados ou cancelados de EMPREST.DAT, e o cliente
      *          sai de CLIMEST.DAT (com as recusas de aviso de
      *          NOTIFOPT.DAT) quando o documento nao tem mais nenhuma
      *          conta que o guarde. Saldo, extrato e movimentos ficam
      *          como estao.
      *          Cada conta anonimizada entra no registro cumulativo
      *          ANONREG.DAT, e ANONIMIZA.REL lista as contas com
      *          prazo vencido, anonimizadas ou retidas com o motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
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

           SELECT ARQECT ASSIGN TO "ENCERCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ECT
           FILE STATUS IS ST-ECT.

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

           SELECT ARQEMP ASSIGN TO "EMPREST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-EMP
           ALTERNATE RECORD KEY IS ID-CONTA-EMP WITH DUPLICATES
           FILE STATUS IS ST-EMP.

           SELECT ARQAPR ASSIGN TO "APROVPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-APR
           FILE STATUS IS ST-APR.

           SELECT ARQNOP ASSIGN TO "NOTIFOPT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-NOP
           FILE STATUS IS ST-NOP.

           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

           SELECT ARQAUD ASSIGN TO "AUDMANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.

           SELECT ARQPAN ASSIGN TO "PARMANON.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PAN.

           SELECT ARQANR ASSIGN TO "ANONREG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ANR.

           SELECT ARQREL ASSIGN TO "ANONIMIZA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQCDM.
           COPY CPCDM.

       FD  ARQECT.
           COPY CPECT.

       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQAGD.
           COPY CPAGD.

       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQNOP.
           COPY CPNOP.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQAUD.
           COPY CPAUD.

       FD  ARQPAN.
           COPY CPPAN.

       FD  ARQANR.
           COPY CPANR.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-CDM          PIC X(02).
       77  ST-ECT          PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-AGD          PIC X(02).
       77  ST-EMP          PIC X(02).
       77  ST-MAP          PIC X(02).
       77  ST-APR          PIC X(02).
       77  ST-NOP          PIC X(02).
       77  ST-AUD          PIC X(02).
       77  ST-PAN          PIC X(02).
       77  ST-ANR          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-CLI         PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  FIM-EMP         PIC 9(01) VALUE ZERO.
       77  FIM-MAP         PIC 9(01) VALUE ZERO.
       77  FIM-AUD         PIC 9(01) VALUE ZERO.
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  FIM-NOP         PIC 9(01) VALUE ZERO.
       77  WS-TEM-CDM      PIC 9(01) VALUE ZERO.
       77  WS-TEM-ECT      PIC 9(01) VALUE ZERO.
       77  WS-TEM-BLQ      PIC 9(01) VALUE ZERO.
       77  WS-TEM-AGD      PIC 9(01) VALUE ZERO.
       77  WS-TEM-EMP      PIC 9(01) VALUE ZERO.
       77  WS-TEM-MAP      PIC 9(01) VALUE ZERO.
       77  WS-TEM-AUD      PIC 9(01) VALUE ZERO.
       77  WS-TEM-APR      PIC 9(01) VALUE ZERO.
       77  WS-TEM-NOP      PIC 9(01) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-PRAZO-ANOS   PIC 9(02).
       77  WS-DATA-CORTE   PIC 9(08).
       77  WS-MOTIVO       PIC X(20).
       77  WS-ALTEROU      PIC 9(01).
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-DATA-TRILHA  PIC 9(08).

      *    valor que substitui nome e documento; o mesmo texto em
      *    NOME-CLI e o que marca a conta ja anonimizada
       77  WS-VALOR-ANONIMO PIC X(20) VALUE "ANONIMIZADO".

      *    busca na tabela de contas
       77  WS-IDX          PIC 9(05).
       77  WS-IDX-BUSCA    PIC 9(05).
       77  WS-IDX-MAPA     PIC 9(05).
       77  WS-ACHOU-CONTA  PIC 9(01).
       77  WS-AGENCIA-BUSCA PIC 9(03).
       77  WS-CONTA-BUSCA  PIC 9(06).
       77  WS-QTD-CONTAS   PIC 9(05) VALUE ZERO.
       77  WS-QTD-MAPAS    PIC 9(05) VALUE ZERO.
       77  WS-TABELA-CHEIA PIC 9(01) VALUE ZERO.
       77  WS-MAPAS-CHEIA  PIC 9(01) VALUE ZERO.

       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-NO-PRAZO PIC 9(09) VALUE ZERO.
       77  WS-QTD-RETIDAS  PIC 9(09) VALUE ZERO.
       77  WS-QTD-ELEGIVEIS PIC 9(09) VALUE ZERO.
       77  WS-QTD-ANONIMIZADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-CLI-EXCLUIDOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-AUD-ALTERADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-APR-ALTERADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-EMP-ALTERADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-NOP-EXCLUIDOS PIC 9(09) VALUE ZERO.

       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.
       77  WS-QTD-LINHAS   PIC 9(06) VALUE ZERO.

      *    imagem do pedido de manutencao guardada em APROVPEN.DAT
           COPY CPMNT.

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    uma linha por conta encerrada ainda identificada, na ordem
      *    de ARQCLIE.DAT: a data de encerramento e sua origem ("E"
      *    ENCERCTL.DAT, "A" AUDMANT.DAT, branco sem data), o
      *    documento, as marcas das verificacoes, o motivo de
      *    retencao (branco = anonimiza), o destino do cliente em
      *    CLIMEST.DAT e os registros tratados em AUDMANT.DAT
       01  WS-TABELA-CONTAS.
           03 WS-CT-LINHA OCCURS 5000 TIMES.
               05 WS-CT-AGENCIA    PIC 9(03).
               05 WS-CT-CONTA      PIC 9(06).
               05 WS-CT-DOC        PIC 9(14).
               05 WS-CT-DATA-ENC   PIC 9(08).
               05 WS-CT-ORIGEM     PIC X(01).
               05 WS-CT-EM-LIQUID  PIC 9(01).
               05 WS-CT-TEM-AGD    PIC 9(01).
               05 WS-CT-TEM-APR    PIC 9(01).
               05 WS-CT-MOTIVO     PIC X(20).
               05 WS-CT-CLIENTE    PIC X(01).
               05 WS-CT-QTD-AUD    PIC 9(05).

      *    numeros antigos (MAPCONTA.DAT) das contas a anonimizar que
      *    mudaram de agencia: a trilha anterior a troca ficou no
      *    numero antigo
       01  WS-TABELA-MAPAS.
           03 WS-MP-LINHA OCCURS 5000 TIMES.
               05 WS-MP-AGENCIA    PIC 9(03).
               05 WS-MP-CONTA      PIC 9(06).
               05 WS-MP-DATA       PIC 9(08).
               05 WS-MP-IDX        PIC 9(05).

       01  CAB-TITULO.
           03 FILLER       PIC X(19) VALUE SPACES.
           03 FILLER       PIC X(42)
               VALUE "REGISTRO DE ANONIMIZACAO DE DADOS PESSOAIS".
           03 FILLER       PIC X(19) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(22) VALUE "DATA DE PROCESSAMENTO ".
           03 CAB-DATA-PROC PIC 9(08).
           03 FILLER       PIC X(07) VALUE " CORTE ".
           03 CAB-DATA-CORTE PIC 9(08).
           03 FILLER       PIC X(07) VALUE " PRAZO ".
           03 CAB-PRAZO    PIC Z9.
           03 FILLER       PIC X(05) VALUE " ANOS".
           03 FILLER       PIC X(09) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-CONTAS.
           03 FILLER       PIC X(40)
               VALUE "CONTAS ENCERRADAS COM PRAZO VENCIDO".
           03 FILLER       PIC X(40) VALUE SPACES.

       01  CAB-COL-CONTAS.
           03 FILLER       PIC X(05) VALUE "AG.  ".
           03 FILLER       PIC X(08) VALUE "CONTA   ".
           03 FILLER       PIC X(10) VALUE "ENCERRADA ".
           03 FILLER       PIC X(10) VALUE "ORIGEM    ".
           03 FILLER       PIC X(22) VALUE "SITUACAO".
           03 FILLER       PIC X(10) VALUE "CLIENTE".
           03 FILLER       PIC X(07) VALUE "AUDMANT".
           03 FILLER       PIC X(08) VALUE SPACES.

       01  LIN-CONTA.
           03 LIN-AGENCIA  PIC 9(03).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-CONTA-NUM PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-DATA-ENC PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-ORIGEM   PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-SITUACAO PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-CLIENTE  PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-QTD-AUD  PIC ZZZZZZ9.
           03 FILLER       PIC X(08) VALUE SPACES.

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(48).
           03 LIN-RES-QTD  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-RES-OBS  PIC X(19).
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM LE-PARAMETROS-ANON.
           PERFORM CALCULA-CORTE.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM CARREGA-CONTAS UNTIL FIM-CLI EQUAL 1.
           IF WS-TEM-AUD = 1
               PERFORM BUSCA-DATAS-AUDITORIA
           END-IF
           IF WS-TEM-AGD = 1
               PERFORM MARCA-AGENDAMENTOS UNTIL FIM-AGD EQUAL 1
           END-IF
           IF WS-TEM-APR = 1
               PERFORM MARCA-APROVACOES UNTIL FIM-APR EQUAL 1
           END-IF
           PERFORM APURA-ELEGIBILIDADE VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS.
      *    a trilha e o cadastro de clientes vem antes do cadastro de
      *    contas: uma queda no meio deixa as contas ainda
      *    identificadas, e a proxima execucao refaz tudo e grava o
      *    registro
           IF WS-QTD-ELEGIVEIS > ZERO
               IF WS-TEM-MAP = 1
                   PERFORM CARREGA-MAPAS UNTIL FIM-MAP EQUAL 1
               END-IF
               IF WS-TEM-AUD = 1
                   PERFORM ANONIMIZA-AUDITORIA
               END-IF
               IF WS-TEM-APR = 1
                   PERFORM ANONIMIZA-APROVACOES
               END-IF
               IF WS-TEM-EMP = 1
                   PERFORM ANONIMIZA-EMPRESTIMOS
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-CONTAS
               END-IF
               PERFORM TRATA-CLIENTES
           END-IF
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TITULO-CONTAS.
           PERFORM ANONIMIZA-CONTA VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CONTAS.
           PERFORM IMPRIME-RESUMO.
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

      *    o prazo de guarda muda por norma, sem mudanca de programa
       LE-PARAMETROS-ANON.
           OPEN INPUT ARQPAN
           IF ST-PAN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMANON.DAT ' ST-PAN
               STOP RUN.
           READ ARQPAN
               AT END
                   DISPLAY 'PARMANON.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPAN.
           IF PRAZO-ANOS-PAN IS NOT NUMERIC OR PRAZO-ANOS-PAN = ZERO
               DISPLAY 'PARMANON.DAT COM PRAZO INVALIDO'
               STOP RUN.
           MOVE PRAZO-ANOS-PAN TO WS-PRAZO-ANOS.

      *    data de corte: a data de processamento menos o prazo em
      *    anos (29 de fevereiro cai no dia 28 em ano comum); conta
      *    encerrada ate essa data ja cumpriu a guarda
       CALCULA-CORTE.
           DIVIDE WS-DATA-PROC BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           SUBTRACT WS-PRAZO-ANOS FROM WS-ANO
           IF WS-MES = 02 AND WS-DIA = 29
               PERFORM VERIFICA-BISSEXTO
               MOVE WS-DIAS-MES TO WS-DIA
           END-IF
           COMPUTE WS-DATA-CORTE = (WS-ANO * 10000) + (WS-MES * 100)
               + WS-DIA.

       ABRE-ARQ.
           OPEN I-O ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem CLIMEST.DAT nao ha cliente a excluir
           OPEN I-O ARQCDM
           IF ST-CDM EQUAL '35'
               MOVE ZERO TO WS-TEM-CDM
           ELSE
               IF ST-CDM NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CLIMEST.DAT ' ST-CDM
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CDM
           END-IF.

      *    sem ENCERCTL.DAT nenhuma conta passou pelo ENCERRACT; a
      *    data de encerramento vem so da trilha
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

      *    BLOQJUD.DAT so existe depois do primeiro bloqueio
      *    colocado pelo MANTCLIENT; ausente, nenhuma conta tem
      *    bloqueio judicial ativo
           OPEN INPUT ARQBLQ
           IF ST-BLQ EQUAL '35'
               MOVE ZERO TO WS-TEM-BLQ
           ELSE
               IF ST-BLQ NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR BLOQJUD.DAT ' ST-BLQ
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-BLQ
           END-IF.

           OPEN INPUT ARQAGD
           IF ST-AGD EQUAL '35'
               MOVE ZERO TO WS-TEM-AGD
           ELSE
               IF ST-AGD NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR AGENDA.DAT ' ST-AGD
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-AGD
           END-IF.

      *    sem EMPREST.DAT nenhum contrato de emprestimo foi feito;
      *    I-O para tirar o documento dos contratos encerrados
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

      *    sem APROVPEN.DAT nenhum pedido de dupla alcada foi feito
           OPEN I-O ARQAPR
           IF ST-APR EQUAL '35'
               MOVE ZERO TO WS-TEM-APR
           ELSE
               IF ST-APR NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR APROVPEN.DAT ' ST-APR
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-APR
           END-IF.

      *    sem NOTIFOPT.DAT nenhum cliente recusou aviso
           OPEN I-O ARQNOP
           IF ST-NOP EQUAL '35'
               MOVE ZERO TO WS-TEM-NOP
           ELSE
               IF ST-NOP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR NOTIFOPT.DAT ' ST-NOP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-NOP
           END-IF.

      *    sem MAPCONTA.DAT nenhuma conta mudou de agencia
           OPEN INPUT ARQMAP
           IF ST-MAP EQUAL '35'
               MOVE ZERO TO WS-TEM-MAP
           ELSE
               IF ST-MAP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR MAPCONTA.DAT ' ST-MAP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-MAP
           END-IF.

      *    a trilha e lida duas vezes (datas de encerramento, depois
      *    a substituicao); aqui so se confere que ela existe
           OPEN INPUT ARQAUD
           IF ST-AUD EQUAL '35'
               MOVE ZERO TO WS-TEM-AUD
           ELSE
               IF ST-AUD NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR AUDMANT.DAT ' ST-AUD
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-AUD
               CLOSE ARQAUD
           END-IF.

      *    o registro de anonimizacao e cumulativo entre execucoes;
      *    abre em EXTEND, criando o arquivo so na primeira execucao
           OPEN EXTEND ARQANR
           IF ST-ANR EQUAL '35'
               OPEN OUTPUT ARQANR
               CLOSE ARQANR
               OPEN EXTEND ARQANR
           END-IF.
           IF ST-ANR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ANONREG.DAT ' ST-ANR
               STOP RUN.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ANONIMIZA.REL ' ST-REL
               STOP RUN.

      ******************************************************************
      *    contas encerradas ainda identificadas
      ******************************************************************
       CARREGA-CONTAS.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF CONTA-ENCERRADA AND NOT CLI-ANONIMIZADO
                       PERFORM GUARDA-CONTA
                   END-IF
           END-READ.

      *    tabela cheia: as contas que sobram ficam para a proxima
      *    execucao, que ja nao vera as anonimizadas nesta
       GUARDA-CONTA.
           IF WS-QTD-CONTAS < 5000
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-QTD-CONTAS TO WS-IDX
               MOVE AGENCIA TO WS-CT-AGENCIA (WS-IDX)
               MOVE CONTA TO WS-CT-CONTA (WS-IDX)
               MOVE DOC-CLI TO WS-CT-DOC (WS-IDX)
               MOVE ZEROS TO WS-CT-DATA-ENC (WS-IDX)
               MOVE SPACE TO WS-CT-ORIGEM (WS-IDX)
               MOVE ZERO TO WS-CT-EM-LIQUID (WS-IDX)
               MOVE ZERO TO WS-CT-TEM-AGD (WS-IDX)
               MOVE ZERO TO WS-CT-TEM-APR (WS-IDX)
               MOVE SPACES TO WS-CT-MOTIVO (WS-IDX)
               MOVE SPACE TO WS-CT-CLIENTE (WS-IDX)
               MOVE ZEROS TO WS-CT-QTD-AUD (WS-IDX)
               IF WS-TEM-ECT = 1
                   PERFORM BUSCA-ENCERRAMENTO
               END-IF
           ELSE
               MOVE 1 TO WS-TABELA-CHEIA
           END-IF.

      *    o encerramento pelo ENCERRACT tem a data no registro de
      *    encerramento; uma liquidacao ainda aberta segura a conta
       BUSCA-ENCERRAMENTO.
           MOVE AGENCIA TO AGENCIA-ECT
           MOVE CONTA TO CONTA-ECT
           READ ARQECT KEY IS ID-ECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ECT-ENCERRADA AND DATA-ENC-ECT > ZERO
                       MOVE DATA-ENC-ECT TO WS-CT-DATA-ENC (WS-IDX)
                       MOVE "E" TO WS-CT-ORIGEM (WS-IDX)
                   ELSE
                       IF ECT-EM-LIQUIDACAO
                           MOVE 1 TO WS-CT-EM-LIQUID (WS-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    a conta encerrada no passado direto pelo MANTCLIENT (com
      *    ou sem aprovacao) so tem a data no encerramento aplicado
      *    da trilha; vale o mais recente
       BUSCA-DATAS-AUDITORIA.
           MOVE ZERO TO FIM-AUD
           OPEN INPUT ARQAUD
           IF ST-AUD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR AUDMANT.DAT ' ST-AUD
               STOP RUN
           END-IF
           PERFORM BUSCA-DATAS-AUDITORIA-LE UNTIL FIM-AUD = 1
           CLOSE ARQAUD.

       BUSCA-DATAS-AUDITORIA-LE.
           READ ARQAUD
               AT END
                   MOVE 1 TO FIM-AUD
               NOT AT END
                   IF OPERACAO-AUD = 03 AND AUD-APLICADA
                       MOVE AGENCIA-AUD TO WS-AGENCIA-BUSCA
                       MOVE CONTA-AUD TO WS-CONTA-BUSCA
                       PERFORM PROCURA-CONTA
                       IF WS-ACHOU-CONTA = 1
                           PERFORM GUARDA-DATA-AUDITORIA
                       END-IF
                   END-IF
           END-READ.

       GUARDA-DATA-AUDITORIA.
           IF WS-CT-ORIGEM (WS-IDX-BUSCA) NOT = "E"
               IF DATA-AUD > WS-CT-DATA-ENC (WS-IDX-BUSCA)
                   MOVE DATA-AUD TO WS-CT-DATA-ENC (WS-IDX-BUSCA)
                   MOVE "A" TO WS-CT-ORIGEM (WS-IDX-BUSCA)
               END-IF
           END-IF.

      *    instrucao ativa que debita a conta, ou que transfere para
      *    ela, ainda aponta para o titular
       MARCA-AGENDAMENTOS.
           READ ARQAGD NEXT RECORD
               AT END
                   MOVE 1 TO FIM-AGD
               NOT AT END
                   IF AGD-ATIVA
                       PERFORM MARCA-AGENDAMENTO
                   END-IF
           END-READ.

       MARCA-AGENDAMENTO.
           MOVE AGENCIA-AGD TO WS-AGENCIA-BUSCA
           MOVE CONTA-AGD TO WS-CONTA-BUSCA
           PERFORM PROCURA-CONTA
           IF WS-ACHOU-CONTA = 1
               MOVE 1 TO WS-CT-TEM-AGD (WS-IDX-BUSCA)
           END-IF
           IF TIPO-AGD = 03
               MOVE AGENCIA-DEST-AGD TO WS-AGENCIA-BUSCA
               MOVE CONTA-DEST-AGD TO WS-CONTA-BUSCA
               PERFORM PROCURA-CONTA
               IF WS-ACHOU-CONTA = 1
                   MOVE 1 TO WS-CT-TEM-AGD (WS-IDX-BUSCA)
               END-IF
           END-IF.

      *    pedido de dupla alcada pendente, ou aprovado e ainda nao
      *    aplicado, vai ser aplicado com a imagem como esta: a conta
      *    espera a decisao e a aplicacao
       MARCA-APROVACOES.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   IF APR-PENDENTE OR APR-APROVADO
                       MOVE AGENCIA-APR TO WS-AGENCIA-BUSCA
                       MOVE CONTA-APR TO WS-CONTA-BUSCA
                       PERFORM PROCURA-CONTA
                       IF WS-ACHOU-CONTA = 1
                           MOVE 1 TO WS-CT-TEM-APR (WS-IDX-BUSCA)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    prazo de guarda e pendencias de cada conta
      ******************************************************************
       APURA-ELEGIBILIDADE.
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-CT-AGENCIA (WS-IDX) TO WS-AGENCIA-BUSCA
           MOVE WS-CT-CONTA (WS-IDX) TO WS-CONTA-BUSCA
           IF WS-CT-EM-LIQUID (WS-IDX) = 1
               MOVE "LIQUIDACAO EM CURSO" TO WS-MOTIVO
           ELSE IF WS-CT-ORIGEM (WS-IDX) = SPACE
               MOVE "SEM DATA DE ENCERRAM" TO WS-MOTIVO
           ELSE IF WS-CT-DATA-ENC (WS-IDX) > WS-DATA-CORTE
               MOVE "PRAZO NAO VENCIDO" TO WS-MOTIVO
           ELSE IF WS-CT-TEM-AGD (WS-IDX) = 1
               MOVE "AGENDAMENTO ATIVO" TO WS-MOTIVO
           ELSE IF WS-CT-TEM-APR (WS-IDX) = 1
               MOVE "APROVACAO PENDENTE" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-TEM-BLQ = 1
               PERFORM VERIFICA-BLOQUEIOS
           END-IF
           IF WS-MOTIVO = SPACES AND WS-TEM-EMP = 1
               PERFORM VERIFICA-EMPRESTIMOS
           END-IF
           MOVE WS-MOTIVO TO WS-CT-MOTIVO (WS-IDX)
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-ELEGIVEIS
           ELSE
               IF WS-MOTIVO = "PRAZO NAO VENCIDO"
                   ADD 1 TO WS-QTD-NO-PRAZO
               ELSE
                   ADD 1 TO WS-QTD-RETIDAS
               END-IF
           END-IF.

      *    o bloqueio judicial ativo preserva a identificacao do
      *    titular enquanto a ordem vigorar
       VERIFICA-BLOQUEIOS.
           MOVE ZERO TO FIM-BLQ
           MOVE WS-AGENCIA-BUSCA TO AGENCIA-BLQ
           MOVE WS-CONTA-BUSCA TO CONTA-BLQ
           MOVE ZEROS TO SEQ-BLQ
           START ARQBLQ KEY IS NOT LESS THAN ID-BLQ
               INVALID KEY
                   MOVE 1 TO FIM-BLQ
           END-START
           PERFORM VERIFICA-BLOQUEIOS-LE UNTIL FIM-BLQ = 1.

       VERIFICA-BLOQUEIOS-LE.
           READ ARQBLQ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BLQ
               NOT AT END
                   IF AGENCIA-BLQ = WS-AGENCIA-BUSCA
                           AND CONTA-BLQ = WS-CONTA-BUSCA
                       IF BLQ-ATIVO
                           MOVE "BLOQUEIO JUDICIAL" TO WS-MOTIVO
                           MOVE 1 TO FIM-BLQ
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-BLQ
                   END-IF
           END-READ.

      *    contrato em liberacao ou em aberto ainda cobra o titular
       VERIFICA-EMPRESTIMOS.
           MOVE ZERO TO FIM-EMP
           MOVE WS-AGENCIA-BUSCA TO AGENCIA-EMP
           MOVE WS-CONTA-BUSCA TO CONTA-EMP
           START ARQEMP KEY IS EQUAL ID-CONTA-EMP
               INVALID KEY
                   MOVE 1 TO FIM-EMP
           END-START
           PERFORM VERIFICA-EMPRESTIMOS-LE UNTIL FIM-EMP = 1.

       VERIFICA-EMPRESTIMOS-LE.
           READ ARQEMP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EMP
               NOT AT END
                   IF AGENCIA-EMP = WS-AGENCIA-BUSCA
                           AND CONTA-EMP = WS-CONTA-BUSCA
                       IF EMP-EM-LIBERACAO OR EMP-ATIVO
                           MOVE "EMPRESTIMO ATIVO" TO WS-MOTIVO
                           MOVE 1 TO FIM-EMP
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-EMP
                   END-IF
           END-READ.

      *    numeros antigos das contas a anonimizar, valendo para a
      *    trilha gravada ate a data da troca
       CARREGA-MAPAS.
           READ ARQMAP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-MAP
               NOT AT END
                   MOVE AGENCIA-NOVA-MAP TO WS-AGENCIA-BUSCA
                   MOVE CONTA-NOVA-MAP TO WS-CONTA-BUSCA
                   PERFORM PROCURA-CONTA
                   IF WS-ACHOU-CONTA = 1
                       IF WS-CT-MOTIVO (WS-IDX-BUSCA) = SPACES
                           PERFORM GUARDA-MAPA
                       END-IF
                   END-IF
           END-READ.

       GUARDA-MAPA.
           IF WS-QTD-MAPAS < 5000
               ADD 1 TO WS-QTD-MAPAS
               MOVE AGENCIA-ANT-MAP TO WS-MP-AGENCIA (WS-QTD-MAPAS)
               MOVE CONTA-ANT-MAP TO WS-MP-CONTA (WS-QTD-MAPAS)
               MOVE DATA-TRANSF-MAP TO WS-MP-DATA (WS-QTD-MAPAS)
               MOVE WS-IDX-BUSCA TO WS-MP-IDX (WS-QTD-MAPAS)
           ELSE
               MOVE 1 TO WS-MAPAS-CHEIA
           END-IF.

      ******************************************************************
      *    trilha de manutencao: as alteracoes de nome (06) e de
      *    documento (12) guardam o nome e o documento nos valores
      *    anterior e novo. Na decisao do APROVA o valor anterior e o
      *    autor do pedido e fica como esta
      ******************************************************************
       ANONIMIZA-AUDITORIA.
           MOVE ZERO TO FIM-AUD
           OPEN I-O ARQAUD
           IF ST-AUD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR AUDMANT.DAT ' ST-AUD
               STOP RUN
           END-IF
           PERFORM ANONIMIZA-AUDITORIA-LE UNTIL FIM-AUD = 1
           CLOSE ARQAUD.

       ANONIMIZA-AUDITORIA-LE.
           READ ARQAUD
               AT END
                   MOVE 1 TO FIM-AUD
               NOT AT END
                   IF OPERACAO-AUD = 06 OR OPERACAO-AUD = 12
                       PERFORM LOCALIZA-CONTA-AUD
                       IF WS-ACHOU-CONTA = 1
                           PERFORM SUBSTITUI-VALORES-AUD
                       END-IF
                   END-IF
           END-READ.

       LOCALIZA-CONTA-AUD.
           MOVE AGENCIA-AUD TO WS-AGENCIA-BUSCA
           MOVE CONTA-AUD TO WS-CONTA-BUSCA
           MOVE DATA-AUD TO WS-DATA-TRILHA
           PERFORM LOCALIZA-CONTA-TRILHA.

      *    conta a anonimizar pelo numero atual ou, com registro
      *    anterior a troca de agencia (WS-DATA-TRILHA), pelo antigo
       LOCALIZA-CONTA-TRILHA.
           PERFORM PROCURA-CONTA
           IF WS-ACHOU-CONTA = 1
               IF WS-CT-MOTIVO (WS-IDX-BUSCA) NOT = SPACES
                   MOVE ZERO TO WS-ACHOU-CONTA
               END-IF
           ELSE
               IF WS-QTD-MAPAS > ZERO
                   PERFORM PROCURA-MAPA
               END-IF
           END-IF.

      *    um registro ja substituido numa execucao interrompida
      *    conta para a conta mas nao e regravado
       SUBSTITUI-VALORES-AUD.
           MOVE ZERO TO WS-ALTEROU
           IF NOT AUD-APROVADA AND NOT AUD-NEGADA
                   AND NOT AUD-EXPIRADA
               IF VALOR-ANT-AUD NOT = SPACES
                       AND VALOR-ANT-AUD NOT = WS-VALOR-ANONIMO
                   MOVE WS-VALOR-ANONIMO TO VALOR-ANT-AUD
                   MOVE 1 TO WS-ALTEROU
               END-IF
           END-IF
           IF VALOR-NOVO-AUD NOT = SPACES
                   AND VALOR-NOVO-AUD NOT = WS-VALOR-ANONIMO
               MOVE WS-VALOR-ANONIMO TO VALOR-NOVO-AUD
               MOVE 1 TO WS-ALTEROU
           END-IF
           ADD 1 TO WS-CT-QTD-AUD (WS-IDX-BUSCA)
           IF WS-ALTEROU = 1
               REWRITE REG-AUD
               ADD 1 TO WS-QTD-AUD-ALTERADOS
           END-IF.

      ******************************************************************
      *    pedidos de dupla alcada ja decididos: a alteracao de nome
      *    (06) e a de documento (12) guardam o nome e o documento
      *    nos valores anterior e novo, e a imagem do REG-MNT leva o
      *    nome e o documento pedidos. O pedido pendente ou aprovado
      *    nao chega aqui, porque segura a conta
      ******************************************************************
       ANONIMIZA-APROVACOES.
           MOVE ZERO TO FIM-APR
           MOVE ZEROS TO NUM-APR
           START ARQAPR KEY IS NOT LESS THAN NUM-APR
               INVALID KEY
                   MOVE 1 TO FIM-APR
           END-START
           PERFORM ANONIMIZA-APROVACOES-LE UNTIL FIM-APR = 1.

       ANONIMIZA-APROVACOES-LE.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   IF APR-MANUTENCAO
                           AND (OPERACAO-APR = 06 OR OPERACAO-APR = 12)
                       MOVE AGENCIA-APR TO WS-AGENCIA-BUSCA
                       MOVE CONTA-APR TO WS-CONTA-BUSCA
                       MOVE DATA-SOL-APR TO WS-DATA-TRILHA
                       PERFORM LOCALIZA-CONTA-TRILHA
                       IF WS-ACHOU-CONTA = 1
                           PERFORM SUBSTITUI-VALORES-APR
                       END-IF
                   END-IF
           END-READ.

      *    um pedido ja substituido numa execucao interrompida nao e
      *    regravado
       SUBSTITUI-VALORES-APR.
           MOVE ZERO TO WS-ALTEROU
           MOVE IMAGEM-APR TO REG-MNT
           IF VALOR-ANT-APR NOT = SPACES
                   AND VALOR-ANT-APR NOT = WS-VALOR-ANONIMO
               MOVE WS-VALOR-ANONIMO TO VALOR-ANT-APR
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF VALOR-NOVO-APR NOT = SPACES
                   AND VALOR-NOVO-APR NOT = WS-VALOR-ANONIMO
               MOVE WS-VALOR-ANONIMO TO VALOR-NOVO-APR
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF NOME-MNT NOT = SPACES
                   AND NOME-MNT NOT = WS-VALOR-ANONIMO
               MOVE WS-VALOR-ANONIMO TO NOME-MNT
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF DOC-MNT NOT = ZERO
               MOVE ZEROS TO DOC-MNT
               MOVE 1 TO WS-ALTEROU
           END-IF
           IF WS-ALTEROU = 1
               MOVE REG-MNT TO IMAGEM-APR
               REWRITE REG-APR
               ADD 1 TO WS-QTD-APR-ALTERADOS
           END-IF.

      ******************************************************************
      *    contratos de emprestimo: a conta a anonimizar so tem
      *    contrato quitado ou cancelado (o em aberto a retem), que
      *    fica como historico sem o documento do titular
      ******************************************************************
       ANONIMIZA-EMPRESTIMOS.
           IF WS-CT-MOTIVO (WS-IDX) = SPACES
               MOVE ZERO TO FIM-EMP
               MOVE WS-CT-AGENCIA (WS-IDX) TO AGENCIA-EMP
               MOVE WS-CT-CONTA (WS-IDX) TO CONTA-EMP
               START ARQEMP KEY IS EQUAL ID-CONTA-EMP
                   INVALID KEY
                       MOVE 1 TO FIM-EMP
               END-START
               PERFORM ANONIMIZA-EMPRESTIMOS-LE UNTIL FIM-EMP = 1
           END-IF.

       ANONIMIZA-EMPRESTIMOS-LE.
           READ ARQEMP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EMP
               NOT AT END
                   IF AGENCIA-EMP = WS-CT-AGENCIA (WS-IDX)
                           AND CONTA-EMP = WS-CT-CONTA (WS-IDX)
                       IF (EMP-QUITADO OR EMP-CANCELADO)
                               AND DOC-EMP NOT = ZERO
                           MOVE ZEROS TO DOC-EMP
                           REWRITE REG-EMP
                           ADD 1 TO WS-QTD-EMP-ALTERADOS
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-EMP
                   END-IF
           END-READ.

      ******************************************************************
      *    cadastro de clientes: o cliente so sai de CLIMEST.DAT
      *    quando nenhuma outra conta guarda mais o documento (conta
      *    viva, ou encerrada ainda dentro do prazo ou retida)
      ******************************************************************
       TRATA-CLIENTES.
           MOVE ZERO TO FIM-CLI
           MOVE ZEROS TO ID-CLI
           START ARQCLI KEY IS NOT LESS THAN ID-CLI
               INVALID KEY
                   MOVE 1 TO FIM-CLI
           END-START
           PERFORM VERIFICA-DOC-VIVO UNTIL FIM-CLI = 1.
           IF WS-TEM-CDM = 1
               PERFORM EXCLUI-CLIENTE VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTAS
           END-IF.

       VERIFICA-DOC-VIVO.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CLI
               NOT AT END
                   IF DOC-CLI NOT = ZERO
                       MOVE AGENCIA TO WS-AGENCIA-BUSCA
                       MOVE CONTA TO WS-CONTA-BUSCA
                       PERFORM PROCURA-CONTA
                       IF WS-ACHOU-CONTA = 1
                           IF WS-CT-MOTIVO (WS-IDX-BUSCA) NOT = SPACES
                               MOVE ZERO TO WS-ACHOU-CONTA
                           END-IF
                       END-IF
                       IF WS-ACHOU-CONTA = ZERO
                           PERFORM MARCA-DOC-VIVO
                               VARYING WS-IDX-BUSCA FROM 1 BY 1
                               UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS
                       END-IF
                   END-IF
           END-READ.

       MARCA-DOC-VIVO.
           IF WS-CT-MOTIVO (WS-IDX-BUSCA) = SPACES
                   AND WS-CT-DOC (WS-IDX-BUSCA) = DOC-CLI
               MOVE "M" TO WS-CT-CLIENTE (WS-IDX-BUSCA)
           END-IF.

      *    varias contas do mesmo documento saem juntas: a exclusao
      *    vale para todas
       EXCLUI-CLIENTE.
           IF WS-CT-MOTIVO (WS-IDX) = SPACES
                   AND WS-CT-CLIENTE (WS-IDX) = SPACE
                   AND WS-CT-DOC (WS-IDX) NOT = ZERO
               MOVE WS-CT-DOC (WS-IDX) TO DOC-CDM
               READ ARQCDM KEY IS DOC-CDM
                   INVALID KEY
                       MOVE "A" TO WS-CT-CLIENTE (WS-IDX)
                   NOT INVALID KEY
                       DELETE ARQCDM RECORD
                       ADD 1 TO WS-QTD-CLI-EXCLUIDOS
                       IF WS-TEM-NOP = 1
                           PERFORM EXCLUI-RECUSAS-AVISO
                       END-IF
                       PERFORM PROPAGA-EXCLUSAO
                           VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
                           UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS
               END-READ
           END-IF.

      *    as recusas de aviso sao do documento, chave parcial de
      *    ID-NOP; saem todas junto com o cliente, ativas ou nao
       EXCLUI-RECUSAS-AVISO.
           MOVE ZERO TO FIM-NOP
           MOVE WS-CT-DOC (WS-IDX) TO DOC-NOP
           MOVE ZEROS TO EVENTO-NOP
           START ARQNOP KEY IS NOT LESS THAN ID-NOP
               INVALID KEY
                   MOVE 1 TO FIM-NOP
           END-START
           PERFORM EXCLUI-RECUSAS-AVISO-LE UNTIL FIM-NOP = 1.

       EXCLUI-RECUSAS-AVISO-LE.
           READ ARQNOP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-NOP
               NOT AT END
                   IF DOC-NOP = WS-CT-DOC (WS-IDX)
                       DELETE ARQNOP RECORD
                       ADD 1 TO WS-QTD-NOP-EXCLUIDOS
                   ELSE
                       MOVE 1 TO FIM-NOP
                   END-IF
           END-READ.

       PROPAGA-EXCLUSAO.
           IF WS-CT-MOTIVO (WS-IDX-BUSCA) = SPACES
                   AND WS-CT-DOC (WS-IDX-BUSCA) = WS-CT-DOC (WS-IDX)
               MOVE "E" TO WS-CT-CLIENTE (WS-IDX-BUSCA)
           END-IF.

      ******************************************************************
      *    cadastro de contas, registro e relatorio: a conta com
      *    prazo vencido sai no relatorio, anonimizada ou retida
      ******************************************************************
       ANONIMIZA-CONTA.
           IF WS-CT-MOTIVO (WS-IDX) NOT = "PRAZO NAO VENCIDO"
               IF WS-CT-MOTIVO (WS-IDX) = SPACES
                   PERFORM SUBSTITUI-CADASTRO
               END-IF
               PERFORM IMPRIME-CONTA
           END-IF.

       SUBSTITUI-CADASTRO.
           MOVE WS-CT-AGENCIA (WS-IDX) TO AGENCIA
           MOVE WS-CT-CONTA (WS-IDX) TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-CT-MOTIVO (WS-IDX)
               NOT INVALID KEY
                   MOVE WS-VALOR-ANONIMO TO NOME-CLI
                   MOVE ZEROS TO DOC-CLI
                   REWRITE RED-CLI
                   IF WS-CT-CLIENTE (WS-IDX) = SPACE
                       MOVE "A" TO WS-CT-CLIENTE (WS-IDX)
                   END-IF
                   PERFORM GRAVA-REGISTRO
                   ADD 1 TO WS-QTD-ANONIMIZADAS
           END-READ.

       GRAVA-REGISTRO.
           MOVE WS-DATA-PROC TO DATA-ANR
           MOVE WS-DATA-HOJE TO DATA-EXEC-ANR
           MOVE WS-HORA-AGORA TO HORA-EXEC-ANR
           MOVE WS-RUN-ID TO RUN-ID-ANR
           MOVE WS-CT-AGENCIA (WS-IDX) TO AGENCIA-ANR
           MOVE WS-CT-CONTA (WS-IDX) TO CONTA-ANR
           MOVE WS-CT-DATA-ENC (WS-IDX) TO DATA-ENC-ANR
           MOVE WS-CT-ORIGEM (WS-IDX) TO ORIGEM-ENC-ANR
           MOVE WS-PRAZO-ANOS TO PRAZO-ANOS-ANR
           MOVE WS-DATA-CORTE TO DATA-CORTE-ANR
           MOVE WS-CT-CLIENTE (WS-IDX) TO CLIENTE-ANR
           MOVE WS-CT-QTD-AUD (WS-IDX) TO QTD-AUD-ANR
           WRITE REG-ANR.

       IMPRIME-CONTA.
           MOVE WS-CT-AGENCIA (WS-IDX) TO LIN-AGENCIA
           MOVE WS-CT-CONTA (WS-IDX) TO LIN-CONTA-NUM
           MOVE WS-CT-DATA-ENC (WS-IDX) TO LIN-DATA-ENC
           IF WS-CT-ORIGEM (WS-IDX) = "E"
               MOVE "ENCERCTL" TO LIN-ORIGEM
           ELSE IF WS-CT-ORIGEM (WS-IDX) = "A"
               MOVE "AUDMANT" TO LIN-ORIGEM
           ELSE
               MOVE SPACES TO LIN-ORIGEM
           END-IF.
           IF WS-CT-MOTIVO (WS-IDX) = SPACES
               MOVE "ANONIMIZADA" TO LIN-SITUACAO
               MOVE WS-CT-QTD-AUD (WS-IDX) TO LIN-QTD-AUD
               IF WS-CT-CLIENTE (WS-IDX) = "E"
                   MOVE "EXCLUIDO" TO LIN-CLIENTE
               ELSE
                   IF WS-CT-CLIENTE (WS-IDX) = "M"
                       MOVE "MANTIDO" TO LIN-CLIENTE
                   ELSE
                       MOVE "AUSENTE" TO LIN-CLIENTE
                   END-IF
               END-IF
           ELSE
               MOVE WS-CT-MOTIVO (WS-IDX) TO LIN-SITUACAO
               MOVE SPACES TO LIN-CLIENTE
               MOVE ZERO TO LIN-QTD-AUD
           END-IF
           IF WS-LINHA-PAG + 1 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
               WRITE LINHA-REL FROM CAB-COL-CONTAS
               ADD 1 TO WS-LINHA-PAG
           END-IF
           WRITE LINHA-REL FROM LIN-CONTA
           ADD 1 TO WS-LINHA-PAG
           ADD 1 TO WS-QTD-LINHAS.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-PROC TO CAB-DATA-PROC
           MOVE WS-DATA-CORTE TO CAB-DATA-CORTE
           MOVE WS-PRAZO-ANOS TO CAB-PRAZO
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

       IMPRIME-RESUMO.
           IF WS-LINHA-PAG + 17 > WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           IF WS-QTD-LINHAS = ZERO
               MOVE "NENHUMA CONTA COM PRAZO VENCIDO" TO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LIN-RES-OBS
           MOVE "CONTAS NO CADASTRO" TO LIN-RES-TEXTO
           MOVE WS-QTD-LIDOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           IF WS-TABELA-CHEIA = 1
               MOVE "TABELA CHEIA" TO LIN-RES-OBS
           END-IF
           MOVE "ENCERRADAS AINDA IDENTIFICADAS" TO LIN-RES-TEXTO
           MOVE WS-QTD-CONTAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           MOVE "  DENTRO DO PRAZO DE GUARDA" TO LIN-RES-TEXTO
           MOVE WS-QTD-NO-PRAZO TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  PRAZO VENCIDO, RETIDAS" TO LIN-RES-TEXTO
           MOVE WS-QTD-RETIDAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "  ANONIMIZADAS" TO LIN-RES-TEXTO
           MOVE WS-QTD-ANONIMIZADAS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           IF WS-TEM-CDM = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "CLIENTES EXCLUIDOS DE CLIMEST.DAT" TO LIN-RES-TEXTO
           MOVE WS-QTD-CLI-EXCLUIDOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-AUD = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           IF WS-MAPAS-CHEIA = 1
               MOVE "TABELA MAPAS CHEIA" TO LIN-RES-OBS
           END-IF
           MOVE "REGISTROS SUBSTITUIDOS EM AUDMANT.DAT"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-AUD-ALTERADOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-APR = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "PEDIDOS SUBSTITUIDOS EM APROVPEN.DAT"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-APR-ALTERADOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-EMP = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "CONTRATOS SEM DOCUMENTO EM EMPREST.DAT"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-EMP-ALTERADOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE SPACES TO LIN-RES-OBS
           IF WS-TEM-NOP = ZERO
               MOVE "ARQUIVO AUSENTE" TO LIN-RES-OBS
           END-IF
           MOVE "RECUSAS DE AVISO EXCLUIDAS DE NOTIFOPT.DAT"
               TO LIN-RES-TEXTO
           MOVE WS-QTD-NOP-EXCLUIDOS TO LIN-RES-QTD
           WRITE LINHA-REL FROM LIN-RESUMO.

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

      *    posicao da conta na tabela em WS-IDX-BUSCA
       PROCURA-CONTA.
           MOVE ZERO TO WS-ACHOU-CONTA
           PERFORM COMPARA-CONTA VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-CONTAS
               OR WS-ACHOU-CONTA = 1
           IF WS-ACHOU-CONTA = 1
               SUBTRACT 1 FROM WS-IDX-BUSCA
           END-IF.

       COMPARA-CONTA.
           IF WS-CT-AGENCIA (WS-IDX-BUSCA) = WS-AGENCIA-BUSCA
                   AND WS-CT-CONTA (WS-IDX-BUSCA) = WS-CONTA-BUSCA
               MOVE 1 TO WS-ACHOU-CONTA
           END-IF.

      *    numero antigo com registro da trilha ate a data da troca;
      *    a conta achada vai para WS-IDX-BUSCA
       PROCURA-MAPA.
           MOVE ZERO TO WS-ACHOU-CONTA
           PERFORM COMPARA-MAPA VARYING WS-IDX-MAPA FROM 1 BY 1
               UNTIL WS-IDX-MAPA > WS-QTD-MAPAS
               OR WS-ACHOU-CONTA = 1.

       COMPARA-MAPA.
           IF WS-MP-AGENCIA (WS-IDX-MAPA) = WS-AGENCIA-BUSCA
                   AND WS-MP-CONTA (WS-IDX-MAPA) = WS-CONTA-BUSCA
                   AND WS-DATA-TRILHA NOT > WS-MP-DATA (WS-IDX-MAPA)
               MOVE 1 TO WS-ACHOU-CONTA
               MOVE WS-MP-IDX (WS-IDX-MAPA) TO WS-IDX-BUSCA
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
           MOVE "ANONIMIZA" TO PROGRAMA-RUN
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
                       MOVE WS-QTD-LIDOS TO QTD-LIDOS-RUN
                       MOVE WS-QTD-ANONIMIZADAS TO QTD-POSTADOS-RUN
                       REWRITE REG-RUN
                       MOVE 1 TO FIM-RUN
                   END-IF
           END-READ.

       FINALIZA.
           DISPLAY 'DATA DE CORTE..........: ' WS-DATA-CORTE
           DISPLAY 'ENCERRADAS IDENTIFIC...: ' WS-QTD-CONTAS
           DISPLAY 'DENTRO DO PRAZO........: ' WS-QTD-NO-PRAZO
           DISPLAY 'RETIDAS................: ' WS-QTD-RETIDAS
           DISPLAY 'CONTAS ANONIMIZADAS....: ' WS-QTD-ANONIMIZADAS
           DISPLAY 'CLIENTES EXCLUIDOS.....: ' WS-QTD-CLI-EXCLUIDOS
           DISPLAY 'REGISTROS AUDMANT......: ' WS-QTD-AUD-ALTERADOS
           DISPLAY 'PEDIDOS APROVPEN.......: ' WS-QTD-APR-ALTERADOS
           DISPLAY 'CONTRATOS EMPREST......: ' WS-QTD-EMP-ALTERADOS
           DISPLAY 'RECUSAS NOTIFOPT.......: ' WS-QTD-NOP-EXCLUIDOS
           IF WS-TABELA-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE CONTAS CHEIA, AS DEMAIS FICAM'
                   ' PARA A PROXIMA EXECUCAO'
           END-IF
           IF WS-MAPAS-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE MAPEAMENTOS CHEIA, TRILHA DE'
                   ' NUMEROS ANTIGOS INCOMPLETA'
           END-IF
           CLOSE ARQCLI.
           IF WS-TEM-CDM = 1
               CLOSE ARQCDM
           END-IF
           IF WS-TEM-ECT = 1
               CLOSE ARQECT
           END-IF
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF
           IF WS-TEM-AGD = 1
               CLOSE ARQAGD
           END-IF
           IF WS-TEM-EMP = 1
               CLOSE ARQEMP
           END-IF
           IF WS-TEM-APR = 1
               CLOSE ARQAPR
           END-IF
           IF WS-TEM-NOP = 1
               CLOSE ARQNOP
           END-IF
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF
           CLOSE ARQANR.
           CLOSE ARQREL.
           PERFORM ENCERRA-RUN-LOTE.
