      ******************************************************************
      * Author:
      * Date:
      * Purpose: caixa de guiche: o operador identificado posta, um a
      *          um e na hora, depositos em especie e saques na conta
      *          informada com o digito verificador, sem esperar o
      *          ciclo noturno. Cada movimento passa pelas mesmas
      *          regras do ATTCLIENT (numero de controle ja postado,
      *          situacao da conta, tetos diarios do cadastro, limite
      *          de credito e bloqueios judiciais de BLOQJUD.DAT) e,
      *          aceito, atualiza o SALDO, grava a linha de extrato e
      *          a marca em CTRLMOV.DAT. A linha de log carimbada com
      *          o caixa e a imagem do movimento vao para CAIXAPEN.WRK,
      *          de onde o ATTCLIENT as leva para o ARQLOG.DAT e o
      *          ARQMOVP.DAT da noite. Nenhum movimento e postado
      *          enquanto houver lote marcado em andamento em
      *          CTRLRUN.DAT. Toda decisao fica no diario CAIXA.DAT e,
      *          no fechamento, sai em CAIXA.REL o resumo do caixa no
      *          dia: operacoes, entradas, saidas e recusas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQEXT ASSIGN TO "EXTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-EXTRATO
           FILE STATUS IS ST-EXT.

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

      *    numeros antigos de contas transferidas de agencia, para
      *    indicar ao caixa o numero novo da conta
           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

           SELECT ARQSEQ ASSIGN TO 'CTRLSEQ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SEQ.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.

           SELECT ARQCXP ASSIGN TO "CAIXAPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CXP.

           SELECT ARQCXA ASSIGN TO "CAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CXA.

           SELECT ARQREL ASSIGN TO "CAIXA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQEXT.
           COPY CPEXT.

       FD  ARQCTRL.
           COPY CPCTL.

       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQSEQ.
           COPY CPSEQ.

       FD  ARQRUN.
           COPY CPRUN.

       FD  ARQCXP.
           COPY CPCXP.

       FD  ARQCXA.
           COPY CPCXA.

       FD  ARQREL.
       01  LINHA-REL       PIC X(80).
       WORKING-STORAGE SECTION.
       77  ST-CLI          PIC X(02).
       77  ST-EXT          PIC X(02).
       77  ST-CTRL         PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-MAP          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  ST-RUN          PIC X(02).
       77  ST-CXP          PIC X(02).
       77  ST-CXA          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  FIM-EXT         PIC 9(01) VALUE ZERO.
       77  FIM-CXA         PIC 9(01) VALUE ZERO.
       77  FIM-CAIXA       PIC 9(01) VALUE ZERO.
       77  WS-TEM-BLQ      PIC 9(01) VALUE ZERO.
       77  WS-TEM-MAP      PIC 9(01) VALUE ZERO.
       77  WS-OPERADOR     PIC X(08) VALUE SPACES.
       77  WS-PROG-TRAVA   PIC X(10) VALUE SPACES.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-OPCAO        PIC X(01).
       77  WS-RESPOSTA     PIC X(01).
       77  WS-AGENCIA-INF  PIC 9(03).
       77  WS-CONTA-INF    PIC 9(06).
       77  WS-DV-INF       PIC 9(01).
       77  WS-VALOR-INF    PIC 9(9)V99.
       77  WS-VALOR-EDIT   PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-SALDO-EDIT   PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-MENSAGEM     PIC X(40).
       77  WS-MOTIVO       PIC X(20).
       77  WS-PROX-CONTROLE PIC 9(10).
       77  WS-SALDO-NOVO   PIC S9(9)V99.
       77  WS-TOTAL-BLOQ   PIC 9(11)V99 VALUE ZERO.
       77  WS-QTD-DEB-DIA  PIC 9(05).
       77  WS-VAL-SAQUE-DIA PIC 9(11)V99.
       77  WS-SAQUE-DIA-NOVO PIC 9(11)V99.
       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-SOMA-DV      PIC 9(04).
       77  WS-PESO-DV      PIC 9(02).
       77  WS-IDX-DV       PIC 9(02).
       77  WS-QUOC-DV      PIC 9(04).
       77  WS-RESTO-DV     PIC 9(02).
       77  WS-DV           PIC 9(01).
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.

      *    maximo de linhas por pagina antes de repetir o cabecalho
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

      *    agencia + conta lado a lado, digito a digito, para o
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).

      *    movimento montado no guiche e linha de log correspondente,
      *    nos mesmos desenhos do ciclo noturno
           COPY CPMOV.

           COPY CPLOG.

      *    totais desta abertura do caixa
       01  WS-TOTAIS-SESSAO.
           03 WS-QTD-POSTADOS      PIC 9(05).
           03 WS-QTD-RECUSADOS     PIC 9(05).

      *    totais do resumo de fechamento: todas as operacoes do
      *    caixa no dia, inclusive de aberturas anteriores
       01  WS-TOTAIS-RESUMO.
           03 WS-RES-QTD-DEP       PIC 9(05).
           03 WS-RES-VAL-DEP       PIC 9(11)V99.
           03 WS-RES-QTD-SAQ       PIC 9(05).
           03 WS-RES-VAL-SAQ       PIC 9(11)V99.
           03 WS-RES-QTD-REC       PIC 9(05).
           03 WS-RES-LIQUIDO       PIC S9(11)V99.

       01  CAB-TITULO.
           03 FILLER       PIC X(24) VALUE SPACES.
           03 FILLER       PIC X(32)
               VALUE "RESUMO DE FECHAMENTO DO CAIXA".
           03 FILLER       PIC X(24) VALUE SPACES.

       01  CAB-DATA.
           03 FILLER       PIC X(07) VALUE "CAIXA: ".
           03 CAB-OPERADOR PIC X(08).
           03 FILLER       PIC X(08) VALUE "  DATA: ".
           03 CAB-DATA-CX  PIC 9(08).
           03 FILLER       PIC X(37) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.

       01  CAB-COLUNAS.
           03 FILLER       PIC X(08) VALUE "HORA".
           03 FILLER       PIC X(04) VALUE "AG.".
           03 FILLER       PIC X(08) VALUE "CONTA".
           03 FILLER       PIC X(10) VALUE "OPERACAO".
           03 FILLER       PIC X(16) VALUE "           VALOR".
           03 FILLER       PIC X(12) VALUE "  CONTROLE".
           03 FILLER       PIC X(22) VALUE "SITUACAO".

       01  LIN-OPERACAO.
           03 LIN-HORA     PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-AGENCIA  PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LIN-CONTA    PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-OPERACAO-DESC PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-VALOR    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-CONTROLE PIC 9(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-SITUACAO PIC X(20).
           03 FILLER       PIC X(02) VALUE SPACES.

       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(40).
           03 LIN-RES-QTD  PIC ZZZ,ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-RES-VALOR PIC -ZZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER       PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PEDE-OPERADOR.
           PERFORM VERIFICA-TRAVA.
           IF WS-PROG-TRAVA NOT = SPACES
               DISPLAY 'EXECUCAO EM ANDAMENTO (PROGRAMA '
                   WS-PROG-TRAVA '), O CAIXA NAO ABRE AGORA'
               STOP RUN
           END-IF.
           PERFORM ABRE-ARQ.
           MOVE ZEROS TO WS-TOTAIS-SESSAO.
           PERFORM ATENDE UNTIL FIM-CAIXA EQUAL 1.
           PERFORM FINALIZA.
           PERFORM EMITE-RESUMO.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY 'IDENTIFICACAO DO CAIXA: ' WITH NO ADVANCING
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY 'CAIXA NAO IDENTIFICADO'
               STOP RUN.

      *    o guiche nao abre trava propria em CTRLRUN.DAT (o caixa
      *    fica aberto o dia inteiro e travaria a manutencao e os
      *    lotes diurnos): so respeita a dos lotes, conferida na
      *    abertura e de novo antes de cada movimento. WS-PROG-TRAVA
      *    sai com o programa em andamento, ou em branco
       VERIFICA-TRAVA.
           MOVE SPACES TO WS-PROG-TRAVA
           MOVE ZERO TO FIM-RUN
           OPEN INPUT ARQRUN
           IF ST-RUN EQUAL '35'
               CONTINUE
           ELSE
               IF ST-RUN NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CTRLRUN.DAT ' ST-RUN
                   STOP RUN
               END-IF
               PERFORM VERIFICA-TRAVA-LE UNTIL FIM-RUN = 1
               CLOSE ARQRUN
           END-IF.

       VERIFICA-TRAVA-LE.
           READ ARQRUN
               AT END
                   MOVE 1 TO FIM-RUN
               NOT AT END
                   IF RUN-EM-EXECUCAO
                       MOVE PROGRAMA-RUN TO WS-PROG-TRAVA
                       MOVE 1 TO FIM-RUN
                   END-IF
           END-READ.

       ABRE-ARQ.
           OPEN I-O ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

           OPEN I-O ARQEXT
           IF ST-EXT EQUAL '35'
               OPEN OUTPUT ARQEXT
               CLOSE ARQEXT
               OPEN I-O ARQEXT
           END-IF.
           IF ST-EXT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
               STOP RUN.

           OPEN I-O ARQCTRL
           IF ST-CTRL EQUAL '35'
               OPEN OUTPUT ARQCTRL
               CLOSE ARQCTRL
               OPEN I-O ARQCTRL
           END-IF.
           IF ST-CTRL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CTRLMOV.DAT ' ST-CTRL
               STOP RUN.

      *    sem BLOQJUD.DAT nenhuma conta tem saldo congelado
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

      *    postagens de guiche acumuladas ate a proxima execucao do
      *    ATTCLIENT, que as copia e esvazia o trabalho
           OPEN EXTEND ARQCXP
           IF ST-CXP EQUAL '35'
               OPEN OUTPUT ARQCXP
               CLOSE ARQCXP
               OPEN EXTEND ARQCXP
           END-IF.
           IF ST-CXP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CAIXAPEN.WRK ' ST-CXP
               STOP RUN.

      *    o diario do guiche e cumulativo; abre em EXTEND, criando o
      *    arquivo so na primeira abertura de caixa
           OPEN EXTEND ARQCXA
           IF ST-CXA EQUAL '35'
               OPEN OUTPUT ARQCXA
               CLOSE ARQCXA
               OPEN EXTEND ARQCXA
           END-IF.
           IF ST-CXA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CAIXA.DAT ' ST-CXA
               STOP RUN.

       ATENDE.
           DISPLAY ' '
           DISPLAY 'OPERACAO (1=DEPOSITO 2=SAQUE 9=FECHAR O CAIXA): '
               WITH NO ADVANCING
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = '9'
               MOVE 1 TO FIM-CAIXA
           ELSE IF WS-OPCAO = '1' OR WS-OPCAO = '2'
               PERFORM ATENDE-MOVIMENTO
           ELSE
               DISPLAY 'OPERACAO INVALIDA'
           END-IF.

      *    erro de digitacao, conta inexistente e desistencia do
      *    cliente nao chegam a ser decisao sobre um movimento: so
      *    aparecem na tela. Conferida a trava, o movimento ganha
      *    numero de controle e a decisao vai para o diario
       ATENDE-MOVIMENTO.
           MOVE SPACES TO WS-MENSAGEM
           PERFORM PEDE-MOVIMENTO
           IF WS-MENSAGEM = SPACES
               PERFORM LOCALIZA-CONTA
           END-IF
           IF WS-MENSAGEM = SPACES
               PERFORM CONFIRMA-MOVIMENTO
           END-IF
           IF WS-MENSAGEM = SPACES
               PERFORM VERIFICA-TRAVA
               IF WS-PROG-TRAVA NOT = SPACES
                   DISPLAY 'EXECUCAO EM ANDAMENTO (PROGRAMA '
                       WS-PROG-TRAVA ')'
                   MOVE 'MOVIMENTO NAO EFETUADO, TENTE MAIS TARDE'
                       TO WS-MENSAGEM
               END-IF
           END-IF
           IF WS-MENSAGEM = SPACES
               PERFORM DECIDE-MOVIMENTO
           ELSE
               DISPLAY WS-MENSAGEM
           END-IF.

      *    o digito verificador barra a conta valida-mas-errada
      *    antes de qualquer dinheiro mudar de mao
       PEDE-MOVIMENTO.
           DISPLAY 'AGENCIA: ' WITH NO ADVANCING
           ACCEPT WS-AGENCIA-INF.
           DISPLAY 'CONTA: ' WITH NO ADVANCING
           ACCEPT WS-CONTA-INF.
           DISPLAY 'DIGITO: ' WITH NO ADVANCING
           ACCEPT WS-DV-INF.
           DISPLAY 'VALOR: ' WITH NO ADVANCING
           ACCEPT WS-VALOR-INF.
           MOVE WS-AGENCIA-INF TO WS-AGENCIA-DV
           MOVE WS-CONTA-INF TO WS-CONTA-DV
           PERFORM CALCULA-DV
           IF WS-DV-INF IS NOT NUMERIC OR WS-DV-INF NOT = WS-DV
               MOVE 'DIGITO VERIFICADOR NAO CONFERE' TO WS-MENSAGEM
           ELSE IF WS-VALOR-INF IS NOT NUMERIC
                   OR WS-VALOR-INF NOT > ZERO
               MOVE 'VALOR INVALIDO' TO WS-MENSAGEM
           END-IF.

      *    conta inexistente que mudou de agencia: o caixa recebe o
      *    numero novo e digita de novo, com o digito novo
       LOCALIZA-CONTA.
           MOVE WS-AGENCIA-INF TO AGENCIA
           MOVE WS-CONTA-INF TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MENSAGEM
                   IF WS-TEM-MAP = 1
                       PERFORM INDICA-CONTA-NOVA
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'TITULAR: ' NOME-CLI
           END-READ.

       INDICA-CONTA-NOVA.
           MOVE WS-AGENCIA-INF TO AGENCIA-ANT-MAP
           MOVE WS-CONTA-INF TO CONTA-ANT-MAP
           READ ARQMAP KEY IS ID-ANT-MAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CONTA TRANSFERIDA PARA A AGENCIA '
                       AGENCIA-NOVA-MAP ' CONTA ' CONTA-NOVA-MAP
                       '-' DV-NOVO-MAP
           END-READ.

       CONFIRMA-MOVIMENTO.
           MOVE WS-VALOR-INF TO WS-VALOR-EDIT
           IF WS-OPCAO = '1'
               DISPLAY 'DEPOSITO DE ' WS-VALOR-EDIT
           ELSE
               DISPLAY 'SAQUE DE ' WS-VALOR-EDIT
           END-IF
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               MOVE 'OPERACAO CANCELADA' TO WS-MENSAGEM
           END-IF.

      *    mesma ordem de conferencia do ATTCLIENT: controle ja
      *    postado, situacao da conta, tetos do dia e saldo
      *    disponivel. A conta e relida aqui porque outro guiche
      *    pode ter mexido no saldo enquanto o cliente confirmava
       DECIDE-MOVIMENTO.
           PERFORM PROXIMO-CONTROLE
           PERFORM MONTA-MOVIMENTO
           MOVE SPACES TO WS-MOTIVO
           PERFORM VERIFICA-DUPLICADO
           IF WS-MOTIVO = SPACES
               MOVE AGENCIA-MOV TO AGENCIA
               MOVE CONTA-MOV TO CONTA
               READ ARQCLI KEY IS ID-CLI
                   INVALID KEY
                       MOVE " CONTA NAO ENCONTRADA" TO WS-MOTIVO
                   NOT INVALID KEY
                       PERFORM VERIFICA-SITUACAO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICA-LIMITE-DIA
           END-IF
           IF WS-MOTIVO = SPACES
               COMPUTE WS-SALDO-NOVO = SALDO + MOVIMENTO
               PERFORM AVALIA-SALDO-DISPONIVEL
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM POSTA-MOVIMENTO
           ELSE
               PERFORM RECUSA-MOVIMENTO
           END-IF.

      *    cada movimento de guiche leva o proximo numero da
      *    sequencia compartilhada, gravada de volta na hora: outro
      *    caixa aberto ao mesmo tempo nao pode repetir o numero
       PROXIMO-CONTROLE.
           MOVE ZERO TO WS-PROX-CONTROLE
           OPEN INPUT ARQSEQ
           IF ST-SEQ = '00'
               READ ARQSEQ
                   AT END CONTINUE
                   NOT AT END MOVE ULT-NUM-CONTROLE TO WS-PROX-CONTROLE
               END-READ
               CLOSE ARQSEQ
           END-IF.
           ADD 1 TO WS-PROX-CONTROLE
           OPEN OUTPUT ARQSEQ
           IF ST-SEQ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CTRLSEQ.DAT ' ST-SEQ
               STOP RUN.
           MOVE WS-PROX-CONTROLE TO ULT-NUM-CONTROLE
           WRITE REG-SEQ
           CLOSE ARQSEQ.

       MONTA-MOVIMENTO.
           MOVE WS-AGENCIA-INF TO AGENCIA-MOV
           MOVE WS-CONTA-INF TO CONTA-MOV
           MOVE WS-DATA-HOJE TO DATA-MOV
           IF WS-OPCAO = '1'
               MOVE 01 TO TIPO-MOV
               MOVE WS-VALOR-INF TO MOVIMENTO
           ELSE
               MOVE 02 TO TIPO-MOV
               COMPUTE MOVIMENTO = 0 - WS-VALOR-INF
           END-IF
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV.

       VERIFICA-DUPLICADO.
           MOVE NUM-CONTROLE-MOV TO NUM-CTRL
           READ ARQCTRL KEY IS NUM-CTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE " MOVIMENTO DUPLICADO" TO WS-MOTIVO
           END-READ.

       VERIFICA-SITUACAO.
           IF CONTA-BLOQUEADA
               MOVE " CONTA BLOQUEADA" TO WS-MOTIVO
           ELSE IF CONTA-ENCERRADA
               MOVE " CONTA ENCERRADA" TO WS-MOTIVO
           END-IF.

      *    tetos diarios do cadastro sobre o que a conta ja debitou
      *    hoje, tirado das linhas de extrato com a data de hoje
      *    (saque, transferencia e transferencia externa a debito,
      *    como no ATTCLIENT); deposito nao tem teto
       VERIFICA-LIMITE-DIA.
           IF SAQUE AND (LIMITE-QTD-DEB-DIA > 0
                   OR LIMITE-SAQUE-DIA > 0)
               PERFORM ACUMULA-DEBITOS-DIA
               IF LIMITE-QTD-DEB-DIA > 0
                       AND WS-QTD-DEB-DIA NOT < LIMITE-QTD-DEB-DIA
                   MOVE " LIMITE DEBITOS DIA" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES AND LIMITE-SAQUE-DIA > 0
                   COMPUTE WS-SAQUE-DIA-NOVO =
                       WS-VAL-SAQUE-DIA - MOVIMENTO
                   IF WS-SAQUE-DIA-NOVO > LIMITE-SAQUE-DIA
                       MOVE " LIMITE SAQUE DIA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       ACUMULA-DEBITOS-DIA.
           MOVE ZERO TO WS-QTD-DEB-DIA
           MOVE ZERO TO WS-VAL-SAQUE-DIA
           MOVE ZERO TO FIM-EXT
           MOVE AGENCIA TO AGENCIA-EXT
           MOVE CONTA TO CONTA-EXT
           MOVE ZEROS TO SEQ-EXTRATO
           START ARQEXT KEY IS NOT LESS THAN CHAVE-EXTRATO
               INVALID KEY
                   MOVE 1 TO FIM-EXT
           END-START
           PERFORM ACUMULA-DEBITOS-DIA-LE UNTIL FIM-EXT = 1.

       ACUMULA-DEBITOS-DIA-LE.
           READ ARQEXT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EXT
               NOT AT END
                   IF AGENCIA-EXT = AGENCIA AND CONTA-EXT = CONTA
                       IF DATA-EXTRATO = WS-DATA-HOJE
                               AND VALOR-EXTRATO < 0
                               AND (TIPO-EXTRATO = 02
                               OR TIPO-EXTRATO = 03
                               OR TIPO-EXTRATO = 06)
                           ADD 1 TO WS-QTD-DEB-DIA
                           IF TIPO-EXTRATO = 02
                               SUBTRACT VALOR-EXTRATO
                                   FROM WS-VAL-SAQUE-DIA
                           END-IF
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-EXT
                   END-IF
           END-READ.

      *    saldo disponivel da conta carregada em RED-CLI: o saldo
      *    novo nao pode furar o limite de credito nem, num saque,
      *    invadir o valor congelado por bloqueio judicial
       AVALIA-SALDO-DISPONIVEL.
           IF WS-SALDO-NOVO < 0 AND
                   WS-SALDO-NOVO < (0 - LIMITE-CREDITO)
               MOVE " SALDO INSUFICIENTE" TO WS-MOTIVO
           ELSE
               IF MOVIMENTO < 0 AND WS-TEM-BLQ = 1
                   PERFORM SOMA-BLOQUEIOS-CONTA
                   IF WS-TOTAL-BLOQ > 0 AND WS-SALDO-NOVO <
                           (WS-TOTAL-BLOQ - LIMITE-CREDITO)
                       MOVE " SALDO BLOQUEADO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       SOMA-BLOQUEIOS-CONTA.
           MOVE ZERO TO WS-TOTAL-BLOQ
           MOVE ZERO TO FIM-BLQ
           MOVE AGENCIA TO AGENCIA-BLQ
           MOVE CONTA TO CONTA-BLQ
           MOVE ZEROS TO SEQ-BLQ
           START ARQBLQ KEY IS NOT LESS THAN ID-BLQ
               INVALID KEY
                   MOVE 1 TO FIM-BLQ
           END-START
           PERFORM SOMA-BLOQUEIOS-LE UNTIL FIM-BLQ = 1.

       SOMA-BLOQUEIOS-LE.
           READ ARQBLQ NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BLQ
               NOT AT END
                   IF AGENCIA-BLQ = AGENCIA AND CONTA-BLQ = CONTA
                       IF BLQ-ATIVO
                           ADD VALOR-BLQ TO WS-TOTAL-BLOQ
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-BLQ
                   END-IF
           END-READ.

      *    mesmo fluxo de posting do ATTCLIENT: saldo, marca de ja
      *    aplicado logo em seguida, extrato; a linha de log e a
      *    imagem do movimento esperam o ATTCLIENT em CAIXAPEN.WRK
       POSTA-MOVIMENTO.
           MOVE WS-SALDO-NOVO TO SALDO
           ADD 1 TO ULT-SEQ-EXTRATO
           MOVE DATA-MOV TO DATA-ULT-MOV-CLI
           REWRITE RED-CLI
           MOVE NUM-CONTROLE-MOV TO NUM-CTRL
           MOVE AGENCIA-MOV TO AGENCIA-CTRL
           MOVE CONTA-MOV TO CONTA-CTRL
           MOVE DATA-MOV TO DATA-CTRL
           MOVE SPACE TO ESTORNADO-CTRL
           WRITE REG-CTRL
           MOVE AGENCIA TO AGENCIA-EXT
           MOVE CONTA TO CONTA-EXT
           MOVE ULT-SEQ-EXTRATO TO SEQ-EXTRATO
           MOVE DATA-MOV TO DATA-EXTRATO
           MOVE MOVIMENTO TO VALOR-EXTRATO
           MOVE SALDO TO SALDO-EXTRATO
           MOVE TIPO-MOV TO TIPO-EXTRATO
           MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-EXT
           WRITE REG-EXTRATO
           MOVE AGENCIA TO AGENCIA-LOG
           MOVE CONTA TO CONTA-LOG
           MOVE " CONTA ATUALIZADA" TO DESCRICAO-LOG
           MOVE SALDO TO VALOR-LOG
           MOVE DATA-MOV TO DATA-LOG
           MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-LOG
           MOVE WS-OPERADOR TO OPERADOR-LOG
           MOVE REG-MOV TO MOV-CXP
           MOVE REG-LOG TO LOG-CXP
           WRITE REG-CXP
           ADD 1 TO WS-QTD-POSTADOS
           MOVE "P" TO SITUACAO-CXA
           MOVE SPACES TO MOTIVO-CXA
           MOVE SALDO TO SALDO-CXA
           PERFORM GRAVA-DIARIO
           MOVE SALDO TO WS-SALDO-EDIT
           DISPLAY 'MOVIMENTO EFETUADO - CONTROLE ' NUM-CONTROLE-MOV
               ' SALDO ' WS-SALDO-EDIT.

       RECUSA-MOVIMENTO.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE "R" TO SITUACAO-CXA
           MOVE WS-MOTIVO TO MOTIVO-CXA
           MOVE ZERO TO SALDO-CXA
           PERFORM GRAVA-DIARIO
           DISPLAY 'MOVIMENTO RECUSADO:' WS-MOTIVO.

       GRAVA-DIARIO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-OPERADOR TO OPERADOR-CXA
           MOVE WS-DATA-HOJE TO DATA-CXA
           MOVE WS-HORA-AGORA TO HORA-CXA
           MOVE AGENCIA-MOV TO AGENCIA-CXA
           MOVE CONTA-MOV TO CONTA-CXA
           MOVE TIPO-MOV TO TIPO-CXA
           MOVE MOVIMENTO TO VALOR-CXA
           MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-CXA
           WRITE REG-CXA.

      *    digito verificador modulo 11 sobre agencia + conta, pesos
      *    2 a 10 da direita para a esquerda; resultado 10 ou 11
      *    vira digito 0. Entra por WS-AGENCIA-DV / WS-CONTA-DV e
      *    sai em WS-DV
       CALCULA-DV.
           MOVE WS-AGENCIA-DV TO WS-CHAVE-DV (1:3)
           MOVE WS-CONTA-DV TO WS-CHAVE-DV (4:6)
           MOVE ZERO TO WS-SOMA-DV
           MOVE 2 TO WS-PESO-DV
           PERFORM SOMA-DIGITO-DV VARYING WS-IDX-DV FROM 9 BY -1
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

       FINALIZA.
           DISPLAY 'MOVIMENTOS POSTADOS NESTA ABERTURA..: '
               WS-QTD-POSTADOS
           DISPLAY 'MOVIMENTOS RECUSADOS NESTA ABERTURA.: '
               WS-QTD-RECUSADOS
           CLOSE ARQCLI.
           CLOSE ARQEXT.
           CLOSE ARQCTRL.
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF.
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF.
           CLOSE ARQCXP.
           CLOSE ARQCXA.

      ******************************************************************
      *    resumo de fechamento: todas as operacoes do caixa no dia,
      *    relidas do diario, com as entradas (depositos), as saidas
      *    (saques), o liquido do caixa e as recusas
      ******************************************************************
       EMITE-RESUMO.
           MOVE ZEROS TO WS-TOTAIS-RESUMO
           OPEN INPUT ARQCXA
           IF ST-CXA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CAIXA.DAT ' ST-CXA
               STOP RUN.

           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CAIXA.REL ' ST-REL
               STOP RUN.

           PERFORM IMPRIME-CABECALHO
           PERFORM RESUMO-LE UNTIL FIM-CXA = 1
           PERFORM IMPRIME-TOTAIS
           CLOSE ARQCXA
           CLOSE ARQREL
           DISPLAY 'RESUMO DO CAIXA ' WS-OPERADOR ' EM CAIXA.REL'
           DISPLAY 'DEPOSITOS...: ' WS-RES-QTD-DEP
               ' VALOR ' WS-RES-VAL-DEP
           DISPLAY 'SAQUES......: ' WS-RES-QTD-SAQ
               ' VALOR ' WS-RES-VAL-SAQ
           DISPLAY 'RECUSADOS...: ' WS-RES-QTD-REC.

       RESUMO-LE.
           READ ARQCXA
               AT END
                   MOVE 1 TO FIM-CXA
               NOT AT END
                   IF OPERADOR-CXA = WS-OPERADOR
                           AND DATA-CXA = WS-DATA-HOJE
                       PERFORM ACUMULA-OPERACAO
                       PERFORM IMPRIME-OPERACAO
                   END-IF
           END-READ.

       ACUMULA-OPERACAO.
           IF CXA-RECUSADO
               ADD 1 TO WS-RES-QTD-REC
           ELSE IF TIPO-CXA = 01
               ADD 1 TO WS-RES-QTD-DEP
               ADD VALOR-CXA TO WS-RES-VAL-DEP
           ELSE
               ADD 1 TO WS-RES-QTD-SAQ
               SUBTRACT VALOR-CXA FROM WS-RES-VAL-SAQ
           END-IF.

       IMPRIME-OPERACAO.
           IF WS-LINHA-PAG NOT < WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE HORA-CXA TO LIN-HORA
           MOVE AGENCIA-CXA TO LIN-AGENCIA
           MOVE CONTA-CXA TO LIN-CONTA
           IF TIPO-CXA = 01
               MOVE "DEPOSITO" TO LIN-OPERACAO-DESC
           ELSE
               MOVE "SAQUE" TO LIN-OPERACAO-DESC
           END-IF
           MOVE VALOR-CXA TO LIN-VALOR
           MOVE NUM-CONTROLE-CXA TO LIN-CONTROLE
           IF CXA-RECUSADO
               MOVE MOTIVO-CXA TO LIN-SITUACAO
           ELSE
               MOVE "EFETUADO" TO LIN-SITUACAO
           END-IF
           WRITE LINHA-REL FROM LIN-OPERACAO
           ADD 1 TO WS-LINHA-PAG.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-OPERADOR TO CAB-OPERADOR
           MOVE WS-DATA-HOJE TO CAB-DATA-CX
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-DATA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM CAB-COLUNAS
           MOVE ZERO TO WS-LINHA-PAG.

      *    o liquido e o que o caixa deve ter a mais (ou a menos) na
      *    gaveta ao fim do dia, so pelo movimento de guiche
       IMPRIME-TOTAIS.
           COMPUTE WS-RES-LIQUIDO = WS-RES-VAL-DEP - WS-RES-VAL-SAQ
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ENTRADAS (DEPOSITOS EFETUADOS)" TO LIN-RES-TEXTO
           MOVE WS-RES-QTD-DEP TO LIN-RES-QTD
           MOVE WS-RES-VAL-DEP TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "SAIDAS (SAQUES EFETUADOS)" TO LIN-RES-TEXTO
           MOVE WS-RES-QTD-SAQ TO LIN-RES-QTD
           MOVE WS-RES-VAL-SAQ TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "LIQUIDO DO CAIXA NO DIA" TO LIN-RES-TEXTO
           MOVE ZERO TO LIN-RES-QTD
           MOVE WS-RES-LIQUIDO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "OPERACOES RECUSADAS" TO LIN-RES-TEXTO
           MOVE WS-RES-QTD-REC TO LIN-RES-QTD
           MOVE ZERO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO.
