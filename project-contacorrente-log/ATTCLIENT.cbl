           RECORD KEY IS ID-BLQ
           FILE STATUS IS ST-BLQ.

      *    numeros antigos de contas transferidas de agencia
      *    (TRANSFAG), para redirecionar o movimento que ainda chega
      *    no numero antigo ate a data de corte
           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

      *    contas pagadoras da cobertura automatica de saldo, por
      *    conta coberta e prioridade (mantido pelo MANTCLIENT)
           SELECT ARQCBT ASSIGN TO "COBERTUR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CBT
           FILE STATUS IS ST-CBT.

      *    movimentos ja postados no guiche pelo CAIXA desde a ultima
      *    execucao, com a linha de log carimbada com o caixa
           SELECT ARQCXP ASSIGN TO "CAIXAPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CXP.

           SELECT SORT-MOV ASSIGN TO "SORTMOV.WRK".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQCBT.
           COPY CPCBT.

       FD  ARQCXP.
           COPY CPCXP.

       WORKING-STORAGE SECTION.
       1   WS-FILES.
           03  ST-CLI          PIC X(02).
           03  ST-CTRL         PIC X(02).
           03  ST-RUN          PIC X(02).
           03  ST-BLQ          PIC X(02).
           03  ST-MAP          PIC X(02).
           03  ST-CBT          PIC X(02).
           03  ST-CXP          PIC X(02).
           03  FIM-MOV         PIC 9(1).
           03  FIM-BLQ         PIC 9(1).
           03  FIM-RUN         PIC 9(1).
           03  FIM-MOV-ORIG    PIC 9(1).
           03  FIM-CBT         PIC 9(1).
           03  FIM-CXP         PIC 9(1).
           03  ACHOU           PIC 9(1).
       01  WS-SALDO-NOVO       PIC S9(9)V99.
       01  WS-LINHA            PIC 9(08) VALUE ZERO.
       01  WS-TEM-BLQ          PIC 9(01) VALUE ZERO.
       01  WS-TOTAL-BLOQ       PIC 9(11)V99 VALUE ZERO.
       01  WS-MOTIVO-SALDO     PIC X(20) VALUE SPACES.
       01  WS-TEM-MAP          PIC 9(01) VALUE ZERO.
       01  WS-REDIRECIONOU     PIC 9(01) VALUE ZERO.
       01  WS-ID-BUSCA.
           03 WS-AGENCIA-BUSCA PIC 9(03).
           03 WS-CONTA-BUSCA   PIC 9(06).
       01  WS-TEM-CBT          PIC 9(01) VALUE ZERO.
       01  WS-TEM-CXP          PIC 9(01) VALUE ZERO.
       01  WS-FALTA-CBT        PIC S9(9)V99.
       01  WS-DISP-FONTE       PIC S9(9)V99.
       01  WS-QTD-PERNAS-CBT   PIC 9(03) VALUE ZERO.
       01  WS-DESC-COBERTURA   PIC X(20) VALUE SPACES.
       01  WS-DOC-COBERTA      PIC 9(14) VALUE ZERO.
       01  WS-ID-COBERTA.
           03 WS-AGENCIA-COBERTA PIC 9(03).
           03 WS-CONTA-COBERTA   PIC 9(06).

      *    pagadoras escolhidas para cobrir o debito corrente, na
      *    ordem de prioridade, com o valor que cada uma vai ceder
       01  WS-QTD-FONTES       PIC 9(02) VALUE ZERO.
       01  WS-IDX-FONTE        PIC 9(02) VALUE ZERO.
       01  WS-TABELA-FONTES.
           03 WS-FONTE-LINHA OCCURS 20 TIMES.
               05 WS-FONTE-AGENCIA PIC 9(03).
               05 WS-FONTE-CONTA   PIC 9(06).
               05 WS-FONTE-VALOR   PIC 9(9)V99.

      *    acumulado de debitos de cliente por conta dentro do
      *    DATA-MOV corrente (o SORT garante os dias em ordem, entao
               05 WS-DIA-CONTA     PIC 9(06).
               05 WS-DIA-VAL-SAQUE PIC 9(9)V99.
               05 WS-DIA-QTD-DEB   PIC 9(03).

      *    saques postados no guiche (CAIXAPEN.WRK) por conta e
      *    DATA-MOV: quando a conta entra na tabela do dia, o
      *    acumulado ja nasce com o que o caixa sacou naquela data
       01  WS-QTD-CAIXA-DIA    PIC 9(05) VALUE ZERO.
       01  WS-IDX-CXD          PIC 9(05) VALUE ZERO.
       01  WS-ACHOU-CXD        PIC 9(01) VALUE ZERO.
       01  WS-TAB-CXD-CHEIA    PIC 9(01) VALUE ZERO.
       01  WS-TABELA-CAIXA-DIA.
           03 WS-CXD-LINHA OCCURS 5000 TIMES.
               05 WS-CXD-AGENCIA   PIC 9(03).
               05 WS-CXD-CONTA     PIC 9(06).
               05 WS-CXD-DATA      PIC 9(08).
               05 WS-CXD-VAL-SAQUE PIC 9(9)V99.
               05 WS-CXD-QTD-DEB   PIC 9(03).
       01  WS-ULT-RUN-ID       PIC 9(09) VALUE ZERO.
       01  WS-QTD-EMEXEC       PIC 9(04) VALUE ZERO.
       01  WS-QTD-EMEXEC-OUTROS PIC 9(04) VALUE ZERO.
           03 WS-QTD-DEST-ENCER     PIC 9(09) VALUE ZERO.
           03 WS-QTD-LIM-SAQUE      PIC 9(09) VALUE ZERO.
           03 WS-QTD-LIM-DEB        PIC 9(09) VALUE ZERO.
           03 WS-QTD-REDIRECIONADO  PIC 9(09) VALUE ZERO.
           03 WS-QTD-COBERTURAS     PIC 9(09) VALUE ZERO.
           03 WS-VALOR-COBERTURAS   PIC 9(9)V99 VALUE ZERO.
           03 WS-QTD-CAIXA          PIC 9(09) VALUE ZERO.
           03 WS-VALOR-CAIXA        PIC S9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO WS-FILES.
           PERFORM REGISTRA-RUN.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-CAB-MOVP.
           PERFORM COPIA-POSTAGENS-CAIXA.
      *    ordena os movimentos por DATA-MOV antes de aplicar, para que
      *    um arquivo com varios dias seja processado na ordem correta.
      *    NUM-CONTROLE-MOV desempata movimentos do mesmo dia, dando
               MOVE 1 TO WS-TEM-BLQ
           END-IF

      *    MAPCONTA.DAT so existe depois da primeira troca de
      *    agencia; ausente, nenhum movimento e redirecionado
           OPEN INPUT ARQMAP
           IF ST-MAP EQUAL '35'
               MOVE ZERO TO WS-TEM-MAP
           ELSE
               IF ST-MAP NOT EQUAL '00'
                   DISPLAY 'NAO PODE ABRIR O ARQUIVO' ST-MAP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-MAP
           END-IF

      *    COBERTUR.DAT so existe depois da primeira adesao a
      *    cobertura automatica; ausente, nenhum debito e coberto
           OPEN INPUT ARQCBT
           IF ST-CBT EQUAL '35'
               MOVE ZERO TO WS-TEM-CBT
           ELSE
               IF ST-CBT NOT EQUAL '00'
                   DISPLAY 'NAO PODE ABRIR O ARQUIVO' ST-CBT
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CBT
           END-IF

      *    ARQMOVP.DAT e a copia dos movimentos lidos nesta execucao
      *    (ver LER-ARQMOV-ORIGINAL); e sempre recriado do zero, pois
      *    reflete apenas a remessa desta execucao, igual a ARQLOG
           MOVE WS-CAB-MOVP TO REG-MOVP
           WRITE REG-MOVP.

      *    os movimentos postados no guiche pelo CAIXA ja mexeram no
      *    saldo, no extrato e em CTRLMOV.DAT; aqui so entram na
      *    remessa desta execucao, a imagem em ARQMOVP.DAT e a linha
      *    de conta atualizada (com o caixa) em ARQLOG.DAT, para a
      *    contabilidade, o intercambio, os avisos e a conciliacao
      *    os enxergarem como qualquer movimento postado. Entram nos
      *    totais de lidos e postados; o trabalho so e esvaziado no
      *    fim de uma execucao limpa (ver FINALIZA), e um reinicio
      *    recria os dois arquivos e copia tudo de novo
       COPIA-POSTAGENS-CAIXA.
           MOVE ZERO TO FIM-CXP
           OPEN INPUT ARQCXP
           IF ST-CXP EQUAL '35'
               MOVE ZERO TO WS-TEM-CXP
           ELSE
               IF ST-CXP NOT EQUAL '00'
                   DISPLAY 'NAO PODE ABRIR O ARQUIVO' ST-CXP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-CXP
               PERFORM COPIA-POSTAGENS-CAIXA-LE UNTIL FIM-CXP = 1
               CLOSE ARQCXP
           END-IF.

       COPIA-POSTAGENS-CAIXA-LE.
           READ ARQCXP
               AT END
                   MOVE 1 TO FIM-CXP
               NOT AT END
                   MOVE MOV-CXP TO REG-MOVP
                   WRITE REG-MOVP
                   MOVE LOG-CXP TO REG-LOG
                   WRITE REG-LOG
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD 1 TO WS-TOTAL-POSTADOS
                   IF VALOR-MOV-CXP > 0
                       ADD VALOR-MOV-CXP TO WS-TOTAL-CREDITOS
                   ELSE
                       SUBTRACT VALOR-MOV-CXP FROM WS-TOTAL-DEBITOS
                   END-IF
                   ADD 1 TO WS-QTD-CAIXA
                   ADD VALOR-MOV-CXP TO WS-VALOR-CAIXA
                   IF TIPO-MOV-CXP = 02 AND VALOR-MOV-CXP < 0
                       PERFORM GUARDA-SAQUE-CAIXA
                   END-IF
           END-READ.

      *    o saque do guiche ja passou pelos tetos no CAIXA, mas
      *    precisa pesar nos tetos dos debitos que o lote da noite
      *    ainda vai postar na mesma conta e na mesma data
       GUARDA-SAQUE-CAIXA.
           MOVE ZERO TO WS-ACHOU-CXD
           PERFORM COMPARA-SAQUE-CAIXA VARYING WS-IDX-CXD FROM 1 BY 1
               UNTIL WS-IDX-CXD > WS-QTD-CAIXA-DIA
               OR WS-ACHOU-CXD = 1
           IF WS-ACHOU-CXD = 1
               SUBTRACT 1 FROM WS-IDX-CXD
           ELSE
               IF WS-QTD-CAIXA-DIA < 5000
                   ADD 1 TO WS-QTD-CAIXA-DIA
                   MOVE WS-QTD-CAIXA-DIA TO WS-IDX-CXD
                   MOVE AGENCIA-MOV-CXP TO WS-CXD-AGENCIA (WS-IDX-CXD)
                   MOVE CONTA-MOV-CXP TO WS-CXD-CONTA (WS-IDX-CXD)
                   MOVE DATA-MOV-CXP TO WS-CXD-DATA (WS-IDX-CXD)
                   MOVE ZERO TO WS-CXD-VAL-SAQUE (WS-IDX-CXD)
                   MOVE ZERO TO WS-CXD-QTD-DEB (WS-IDX-CXD)
                   MOVE 1 TO WS-ACHOU-CXD
               ELSE
                   MOVE 1 TO WS-TAB-CXD-CHEIA
               END-IF
           END-IF
           IF WS-ACHOU-CXD = 1
               ADD 1 TO WS-CXD-QTD-DEB (WS-IDX-CXD)
               SUBTRACT VALOR-MOV-CXP
                   FROM WS-CXD-VAL-SAQUE (WS-IDX-CXD)
           END-IF.

       COMPARA-SAQUE-CAIXA.
           IF WS-CXD-AGENCIA (WS-IDX-CXD) = AGENCIA-MOV-CXP
                   AND WS-CXD-CONTA (WS-IDX-CXD) = CONTA-MOV-CXP
                   AND WS-CXD-DATA (WS-IDX-CXD) = DATA-MOV-CXP
               MOVE 1 TO WS-ACHOU-CXD
           END-IF.

      *    fecha o registro desta execucao como concluida, com os
      *    totais finais, assim que o processamento termina limpo
       ENCERRA-RUN.
           MOVE ZERO TO FIM-MOV-ORIG
           READ ARQMOV AT END MOVE 1 TO FIM-MOV-ORIG.
           PERFORM UNTIL FIM-MOV-ORIG = 1
               MOVE REG-MOV-RAW TO REG-MOV
               IF WS-TEM-MAP = 1
                   PERFORM REDIRECIONA-MOV
               END-IF
               MOVE REG-MOV TO REG-MOVP
               WRITE REG-MOVP
               RELEASE REG-MOV
               READ ARQMOV AT END MOVE 1 TO FIM-MOV-ORIG
           END-PERFORM.
           CLOSE ARQMOV.

      *    conta transferida de agencia: o movimento que ainda chega
      *    no numero antigo (ate a data de corte do MAPCONTA.DAT)
      *    entra no SORT ja com o numero novo, na origem e no destino
      *    de uma transferencia interna. A copia em ARQMOVP.DAT sai
      *    redirecionada tambem, para o CONCILIA fechar a agencia
      *    onde o movimento foi de fato decidido
       REDIRECIONA-MOV.
           MOVE AGENCIA-MOV TO WS-AGENCIA-BUSCA
           MOVE CONTA-MOV TO WS-CONTA-BUSCA
           PERFORM REDIRECIONA-CONTA
           IF WS-REDIRECIONOU = 1
               MOVE WS-AGENCIA-BUSCA TO AGENCIA-MOV
               MOVE WS-CONTA-BUSCA TO CONTA-MOV
               ADD 1 TO WS-QTD-REDIRECIONADO
           END-IF
           IF TRANSFERENCIA
               MOVE AGENCIA-DEST TO WS-AGENCIA-BUSCA
               MOVE CONTA-DEST TO WS-CONTA-BUSCA
               PERFORM REDIRECIONA-CONTA
               IF WS-REDIRECIONOU = 1
                   MOVE WS-AGENCIA-BUSCA TO AGENCIA-DEST
                   MOVE WS-CONTA-BUSCA TO CONTA-DEST
                   ADD 1 TO WS-QTD-REDIRECIONADO
               END-IF
           END-IF.

      *    so redireciona numero que nao existe no cadastro: um
      *    numero antigo reaproveitado por conta nova e dela
       REDIRECIONA-CONTA.
           MOVE 0 TO WS-REDIRECIONOU
           MOVE WS-AGENCIA-BUSCA TO AGENCIA
           MOVE WS-CONTA-BUSCA TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE WS-ID-BUSCA TO ID-ANT-MAP
                   READ ARQMAP KEY IS ID-ANT-MAP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DATA-MOV NOT > DATA-CORTE-MAP
                               MOVE ID-NOVO-MAP TO WS-ID-BUSCA
                               MOVE 1 TO WS-REDIRECIONOU
                           END-IF
                   END-READ
           END-READ.

       PROCESSO.
           RETURN SORT-MOV AT END MOVE 1 TO FIM-MOV.
           PERFORM LERMOV UNTIL FIM-MOV EQUAL 1.
                               OR (TRANSFERENCIA AND MOVIMENTO NOT < 0)
                               OR (TRANSF-EXTERNA
                                   AND MOVIMENTO NOT < 0)
                               OR (EMPRESTIMO-MOV
                                   AND MOVIMENTO NOT > 0)
                               OR (PARCELA-MOV AND MOVIMENTO NOT < 0)
                               OR (BAIXA-PREJUIZO
                                   AND MOVIMENTO NOT > 0)
                               OR COBERTURA-MOV
                               OR (CHEQUE-MOV AND MOVIMENTO NOT < 0)
                               OR (IR-RETIDO-MOV
                                   AND MOVIMENTO NOT < 0)
                           PERFORM REJEITA-INCONSISTENTE
                       ELSE
                           IF TRANSFERENCIA
                           MOVE 1 TO ACHOU
                   END-READ.

      *        a baixa para prejuizo e o unico movimento que entra
      *        em conta bloqueada: o bloqueio por atraso vem antes
      *        da baixa, e sem ela o saldo devedor nunca zeraria
               VERIFICA-SITUACAO-E-POSTA.
                   IF CONTA-BLOQUEADA AND NOT BAIXA-PREJUIZO
                       PERFORM REJEITA-BLOQUEADA
                   ELSE
                       IF CONTA-ENCERRADA
                   END-IF.

               VERIFICA-SALDO-E-POSTA-2.
                   MOVE ZERO TO WS-QTD-PERNAS-CBT
                   COMPUTE WS-SALDO-NOVO = SALDO + MOVIMENTO
                   PERFORM AVALIA-SALDO-DISPONIVEL
      *            debito sem saldo: antes de recusar, tenta cobrir a
      *            falta com as contas pagadoras do mesmo titular
                   IF WS-MOTIVO-SALDO = " SALDO INSUFICIENTE"
                           AND MOVIMENTO < 0 AND WS-TEM-CBT = 1
                       PERFORM COBRE-INSUFICIENCIA
                   END-IF
                   IF WS-MOTIVO-SALDO NOT = SPACES
                       MOVE AGENCIA TO AGENCIA-LOG
                       MOVE CONTA TO CONTA-LOG
      *                so movimento de cliente renova a atividade da
      *                conta; juros e tarifa nao desperta dormencia
                       IF DEPOSITO OR SAQUE OR TRANSFERENCIA
                               OR TRANSF-EXTERNA OR CHEQUE-MOV
                           MOVE DATA-MOV TO DATA-ULT-MOV-CLI
                       END-IF
                       REWRITE RED-CLI
                       MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-EXT
                       WRITE REG-EXTRATO
                       PERFORM ACUMULA-DIA-POSTADO
      *                as linhas de log das pernas de cobertura foram
      *                gravadas sem avanco de checkpoint; so depois da
      *                marca do debito o contador anda por elas
                       IF WS-QTD-PERNAS-CBT > 0
                           PERFORM AVANCA-CKPT WS-QTD-PERNAS-CBT TIMES
                       END-IF
                   END-IF.

      *        cobertura automatica: levanta nas pagadoras ativas da
      *        conta, na ordem de prioridade, quanto cada uma pode
      *        ceder; so quando o total cobre a falta inteira as
      *        transferencias sao postadas, senao nada se move e o
      *        debito segue recusado por saldo insuficiente. A falta
      *        e o que leva o saldo novo ate o piso de
      *        AVALIA-SALDO-DISPONIVEL (limite de credito e
      *        bloqueios judiciais da conta coberta). RED-CLI volta
      *        sempre carregado com a conta coberta
               COBRE-INSUFICIENCIA.
                   MOVE ID-CLI TO WS-ID-COBERTA
                   MOVE DOC-CLI TO WS-DOC-COBERTA
                   MOVE ZERO TO WS-TOTAL-BLOQ
                   IF WS-TEM-BLQ = 1
                       PERFORM SOMA-BLOQUEIOS-CONTA
                   END-IF
                   COMPUTE WS-FALTA-CBT = WS-TOTAL-BLOQ
                       - LIMITE-CREDITO - WS-SALDO-NOVO
                   MOVE ZERO TO WS-QTD-FONTES
                   IF WS-DOC-COBERTA NOT = ZERO
                       PERFORM LEVANTA-FONTES
                   END-IF
                   IF WS-QTD-FONTES > 0 AND WS-FALTA-CBT = 0
                       PERFORM EFETIVA-COBERTURA
                           VARYING WS-IDX-FONTE FROM 1 BY 1
                           UNTIL WS-IDX-FONTE > WS-QTD-FONTES
                   END-IF
                   MOVE WS-ID-COBERTA TO ID-CLI
                   READ ARQCLI KEY IS ID-CLI
                       INVALID KEY CONTINUE
                   END-READ
      *            coberto, o debito e reavaliado sobre o saldo ja
      *            reforcado e deixa de contar como insuficiente
                   IF WS-QTD-PERNAS-CBT > 0
                       SUBTRACT 1 FROM WS-QTD-SALDO-INSUF
                       COMPUTE WS-SALDO-NOVO = SALDO + MOVIMENTO
                       PERFORM AVALIA-SALDO-DISPONIVEL
                   END-IF.

               LEVANTA-FONTES.
                   MOVE ZERO TO FIM-CBT
                   MOVE WS-AGENCIA-COBERTA TO AGENCIA-CBT
                   MOVE WS-CONTA-COBERTA TO CONTA-CBT
                   MOVE ZEROS TO PRIORIDADE-CBT
                   START ARQCBT KEY IS NOT LESS THAN ID-CBT
                       INVALID KEY
                           MOVE 1 TO FIM-CBT
                   END-START
                   PERFORM LEVANTA-FONTES-LE UNTIL FIM-CBT = 1.

               LEVANTA-FONTES-LE.
                   READ ARQCBT NEXT RECORD
                       AT END
                           MOVE 1 TO FIM-CBT
                       NOT AT END
                           IF AGENCIA-CBT = WS-AGENCIA-COBERTA
                                   AND CONTA-CBT = WS-CONTA-COBERTA
                               IF CBT-ATIVA
                                   PERFORM AVALIA-FONTE
                               END-IF
                               IF WS-FALTA-CBT = 0
                                       OR WS-QTD-FONTES = 20
                                   MOVE 1 TO FIM-CBT
                               END-IF
                           ELSE
                               MOVE 1 TO FIM-CBT
                           END-IF
                   END-READ.

      *        a pagadora segue as regras de um debito comum: precisa
      *        estar ativa, ser do mesmo titular, e so cede o saldo
      *        livre dos bloqueios judiciais dela; o limite de
      *        credito da pagadora nao entra, a cobertura nunca a
      *        deixa no vermelho
               AVALIA-FONTE.
                   MOVE ID-FONTE-CBT TO ID-CLI
                   READ ARQCLI KEY IS ID-CLI
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CONTA-ATIVA
                                   AND DOC-CLI = WS-DOC-COBERTA
                                   AND ID-CLI NOT = WS-ID-COBERTA
                               PERFORM CALCULA-DISPONIVEL-FONTE
                           END-IF
                   END-READ.

               CALCULA-DISPONIVEL-FONTE.
                   MOVE ZERO TO WS-TOTAL-BLOQ
                   IF WS-TEM-BLQ = 1
                       PERFORM SOMA-BLOQUEIOS-CONTA
                   END-IF
                   COMPUTE WS-DISP-FONTE = SALDO - WS-TOTAL-BLOQ
                   IF WS-DISP-FONTE > 0
                       IF WS-DISP-FONTE > WS-FALTA-CBT
                           MOVE WS-FALTA-CBT TO WS-DISP-FONTE
                       END-IF
                       ADD 1 TO WS-QTD-FONTES
                       MOVE AGENCIA TO WS-FONTE-AGENCIA (WS-QTD-FONTES)
                       MOVE CONTA TO WS-FONTE-CONTA (WS-QTD-FONTES)
                       MOVE WS-DISP-FONTE
                           TO WS-FONTE-VALOR (WS-QTD-FONTES)
                       SUBTRACT WS-DISP-FONTE FROM WS-FALTA-CBT
                   END-IF.

      *        uma transferencia de cobertura: debito na pagadora e
      *        credito na coberta, cada perna com linha de extrato e
      *        de log proprias. As contas foram lidas agora ha pouco
      *        no levantamento, entao as releituras nao falham
               EFETIVA-COBERTURA.
                   MOVE WS-FONTE-AGENCIA (WS-IDX-FONTE) TO AGENCIA
                   MOVE WS-FONTE-CONTA (WS-IDX-FONTE) TO CONTA
                   READ ARQCLI KEY IS ID-CLI
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-VALOR-LEG =
                               0 - WS-FONTE-VALOR (WS-IDX-FONTE)
                           MOVE " COBERTURA ENVIADA"
                               TO WS-DESC-COBERTURA
                           PERFORM POSTA-LEG-COBERTURA
                   END-READ
                   MOVE WS-ID-COBERTA TO ID-CLI
                   READ ARQCLI KEY IS ID-CLI
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-FONTE-VALOR (WS-IDX-FONTE)
                               TO WS-VALOR-LEG
                           MOVE " COBERTURA RECEBIDA"
                               TO WS-DESC-COBERTURA
                           PERFORM POSTA-LEG-COBERTURA
                   END-READ
                   ADD 1 TO WS-QTD-COBERTURAS
                   ADD WS-FONTE-VALOR (WS-IDX-FONTE)
                       TO WS-VALOR-COBERTURAS.

      *        posta uma perna de cobertura na conta de RED-CLI, como
      *        POSTA-LEG-TRANSF, mas com descricao propria no log, o
      *        valor da perna (e nao o saldo) em VALOR-LOG e o tipo
      *        11 no extrato; movimento automatico nao renova a
      *        atividade da conta. O controle e o do debito coberto,
      *        que liga a cobertura a ele (e o ESTORNO desfaz tudo)
               POSTA-LEG-COBERTURA.
                   COMPUTE WS-SALDO-NOVO = SALDO + WS-VALOR-LEG
                   MOVE WS-SALDO-NOVO TO SALDO
                   ADD 1 TO ULT-SEQ-EXTRATO
                   REWRITE RED-CLI
                   MOVE WS-VALOR-LEG TO VALOR-LOG
                   MOVE WS-DESC-COBERTURA TO DESCRICAO-LOG
                   MOVE AGENCIA TO AGENCIA-LOG
                   MOVE CONTA TO CONTA-LOG
                   MOVE DATA-MOV TO DATA-LOG
                   PERFORM GRAVA-LOG-SEM-CKPT
                   ADD 1 TO WS-QTD-PERNAS-CBT
                   MOVE AGENCIA TO AGENCIA-EXT
                   MOVE CONTA TO CONTA-EXT
                   MOVE ULT-SEQ-EXTRATO TO SEQ-EXTRATO
                   MOVE DATA-MOV TO DATA-EXTRATO
                   MOVE WS-VALOR-LEG TO VALOR-EXTRATO
                   MOVE SALDO TO SALDO-EXTRATO
                   MOVE 11 TO TIPO-EXTRATO
                   MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-EXT
                   WRITE REG-EXTRATO.

      *        saldo disponivel da conta carregada em RED-CLI: o
      *        saldo novo nao pode furar o limite de credito nem,
      *        num debito, invadir o valor congelado por bloqueio
      *        judicial (SALDO + LIMITE-CREDITO - bloqueios ativos).
      *        o ir retido fica fora do bloqueio: e o imposto devido
      *        sobre o credito de juros que o precede, e a retencao
      *        na fonte nao pode ser recusada pelo congelamento
               AVALIA-SALDO-DISPONIVEL.
                   MOVE SPACES TO WS-MOTIVO-SALDO
                   IF WS-SALDO-NOVO < 0 AND
                       ADD 1 TO WS-QTD-SALDO-INSUF
                   ELSE
                       IF MOVIMENTO < 0 AND WS-TEM-BLQ = 1
                               AND NOT IR-RETIDO-MOV
                           PERFORM SOMA-BLOQUEIOS-CONTA
                           IF WS-TOTAL-BLOQ > 0 AND WS-SALDO-NOVO <
                                   (WS-TOTAL-BLOQ - LIMITE-CREDITO)

      *        aplica os tetos diarios do cadastro sobre o acumulado
      *        da conta no DATA-MOV corrente; so debito de cliente
      *        (saque e transferencia) conta, e teto zero nao limita;
      *        tarifa, parcela e ir retido nunca esbarram nos tetos
               VERIFICA-LIMITE-DIA.
                   MOVE SPACES TO WS-MOTIVO-DIA
                   MOVE ZERO TO WS-ACHOU-DIA
                           MOVE ZERO
                               TO WS-DIA-VAL-SAQUE (WS-IDX-DIA)
                           MOVE ZERO TO WS-DIA-QTD-DEB (WS-IDX-DIA)
                           PERFORM SOMA-SAQUES-CAIXA
                               VARYING WS-IDX-CXD FROM 1 BY 1
                               UNTIL WS-IDX-CXD > WS-QTD-CAIXA-DIA
                           MOVE 1 TO WS-ACHOU-DIA
                       ELSE
                           MOVE 1 TO WS-TAB-DIA-CHEIA
                       END-IF
                   END-IF.

      *        a conta que entra na tabela do dia herda os saques
      *        que o guiche ja fez nela na data corrente
               SOMA-SAQUES-CAIXA.
                   IF WS-CXD-AGENCIA (WS-IDX-CXD) = AGENCIA
                           AND WS-CXD-CONTA (WS-IDX-CXD) = CONTA
                           AND WS-CXD-DATA (WS-IDX-CXD) = WS-DATA-ACUM
                       ADD WS-CXD-QTD-DEB (WS-IDX-CXD)
                           TO WS-DIA-QTD-DEB (WS-IDX-DIA)
                       ADD WS-CXD-VAL-SAQUE (WS-IDX-CXD)
                           TO WS-DIA-VAL-SAQUE (WS-IDX-DIA)
                   END-IF.

               REJEITA-LIMITE-DIA.
                   MOVE AGENCIA TO AGENCIA-LOG
                   MOVE CONTA TO CONTA-LOG
      *    posta as pernas compensa o contador depois da marca
       GRAVA-LOG-SEM-CKPT.
           MOVE NUM-CONTROLE-MOV TO NUM-CONTROLE-LOG
           MOVE SPACES TO OPERADOR-LOG
           WRITE REG-LOG.

       AVANCA-CKPT.
               STOP RUN.
           CLOSE ARQMOV.
           CLOSE ARQMOVP.
      *    as postagens de guiche ja estao nesta remessa; o trabalho
      *    e esvaziado ainda com a trava de pe, para nenhum caixa
      *    acrescentar nada entre a copia e o esvaziamento
           IF WS-TEM-CXP = 1
               OPEN OUTPUT ARQCXP
               IF ST-CXP NOT EQUAL TO '00'
                   DISPLAY 'NAO PODE ABRIR O ARQUIVO' ST-CXP
                   STOP RUN
               END-IF
               CLOSE ARQCXP
           END-IF.
           PERFORM GRAVA-TRAILER.
           PERFORM ENCERRA-RUN.
           IF WS-TAB-DIA-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE TETOS DIARIOS CHEIA, TETO'
                   ' NAO APLICADO A TODAS AS CONTAS'
           END-IF.
           IF WS-TAB-CXD-CHEIA = 1
               DISPLAY 'AVISO: TABELA DE SAQUES DO CAIXA CHEIA, NEM'
                   ' TODO SAQUE DO GUICHE ENTROU NOS TETOS'
           END-IF.
           CLOSE ARQCLI.
           CLOSE ARQLOG.
           CLOSE ARQEXT.
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF.
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF.
           IF WS-TEM-CBT = 1
               CLOSE ARQCBT
           END-IF.

      *    grava no fim de ARQLOG um resumo da execucao: total lido,
      *    total postado com os volumes de debito e credito, e o
           MOVE " LIMITE DEBITOS DIA" TO MOTIVO-TRAILER
           MOVE WS-QTD-LIM-DEB TO QTD-TRAILER
           WRITE REG-LOG.

      *    informativo: pernas redirecionadas de numero antigo de
      *    conta transferida, ja contadas como postadas ou rejeitadas
           MOVE "REDIRECIONADOS" TO MOTIVO-TRAILER
           MOVE WS-QTD-REDIRECIONADO TO QTD-TRAILER
           WRITE REG-LOG.

      *    informativo: transferencias de cobertura automatica (uma
      *    por pagadora usada) e o valor total transferido; os
      *    debitos cobertos ja estao nos totais de postados
           MOVE "COBERTURAS" TO MOTIVO-TRAILER
           MOVE WS-QTD-COBERTURAS TO QTD-TRAILER
           MOVE WS-VALOR-COBERTURAS TO VALOR-TRAILER
           WRITE REG-LOG.

      *    informativo: movimentos postados no guiche e trazidos de
      *    CAIXAPEN.WRK, com o valor liquido; ja contados nos totais
      *    de lidos, postados, creditos e debitos
           MOVE "POSTADOS NO CAIXA" TO MOTIVO-TRAILER
           MOVE WS-QTD-CAIXA TO QTD-TRAILER
           MOVE WS-VALOR-CAIXA TO VALOR-TRAILER
           WRITE REG-LOG.
