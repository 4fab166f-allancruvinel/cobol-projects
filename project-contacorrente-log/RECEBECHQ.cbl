      ******************************************************************
      * Author:
      * Date:
      * Purpose: carga do arquivo de cheques apresentados pela camara
      *          de compensacao (CHQAPRES.DAT, desenho H/D/T de
      *          CPCHP, no mesmo espirito do RECEBEICB): confere o
      *          cabecalho e o trailer (quantidade e hash) antes de
      *          aceitar qualquer registro e recusa o arquivo inteiro
      *          se a critica falhar. Aceito o arquivo, cada cheque e
      *          conferido contra o cadastro, os taloes emitidos
      *          (TALAO.DAT), as folhas ja apresentadas (CHEQUE.DAT)
      *          e as sustacoes ativas (SUSTACAO.DAT). O cheque bom
      *          vira um debito REG-MOV em ARQMOVI.DAT (tipo CHEQUE)
      *          com numero de controle de CTRLSEQ.DAT e fica em
      *          compensacao em CHEQUE.DAT ate o DEVOLVECHQ conferir
      *          o posting do ATTCLIENT; o cheque barrado aqui sai
      *          direto para CHQDEV.WRK com o motivo padrao de
      *          devolucao, para entrar no arquivo de devolucao do
      *          mesmo dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBECHQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCHP ASSIGN TO "CHQAPRES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CHP.

           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

      *    numeros antigos de contas transferidas de agencia: a folha
      *    impressa com o numero antigo ainda circula
           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.

           SELECT ARQTAL ASSIGN TO "TALAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-TAL
           FILE STATUS IS ST-TAL.

           SELECT ARQSUS ASSIGN TO "SUSTACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-SUS
           FILE STATUS IS ST-SUS.

           SELECT ARQCHQ ASSIGN TO "CHEQUE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CHQ
           FILE STATUS IS ST-CHQ.

           SELECT ARQDVW ASSIGN TO "CHQDEV.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-DVW.

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
       FD  ARQCHP.
           COPY CPCHP.

       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQMAP.
           COPY CPMAP.

       FD  ARQTAL.
           COPY CPTAL.

       FD  ARQSUS.
           COPY CPSUS.

       FD  ARQCHQ.
           COPY CPCHQ.

       FD  ARQDVW.
           COPY CPCHD.

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
       77  ST-CHP          PIC X(02).
       77  ST-CLI          PIC X(02).
       77  ST-MAP          PIC X(02).
       77  ST-TAL          PIC X(02).
       77  ST-SUS          PIC X(02).
       77  ST-CHQ          PIC X(02).
       77  ST-DVW          PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  FIM-CHP         PIC 9(01) VALUE ZERO.
       77  FIM-TAL         PIC 9(01) VALUE ZERO.
       77  FIM-SUS         PIC 9(01) VALUE ZERO.
       77  WS-TEM-MAP      PIC 9(01) VALUE 1.
       77  WS-TEM-TAL      PIC 9(01) VALUE 1.
       77  WS-TEM-SUS      PIC 9(01) VALUE 1.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-MOTIVO-RECUSA PIC X(40) VALUE SPACES.
       77  WS-TEM-CABECALHO PIC 9(01) VALUE ZERO.
       77  WS-TEM-TRAILER  PIC 9(01) VALUE ZERO.
       77  WS-QTD-DETALHES PIC 9(09) VALUE ZERO.
       77  WS-HASH-CALC    PIC 9(15) VALUE ZERO.
       77  WS-QTD-GERADOS  PIC 9(09) VALUE ZERO.
       77  WS-QTD-DEVOLVIDOS PIC 9(09) VALUE ZERO.
       77  WS-VALOR-DEVOLVIDO PIC 9(11)V99 VALUE ZERO.
       77  WS-VALOR-ABS    PIC 9(9)V99.
       77  WS-DATA-ARQ     PIC 9(08) VALUE ZERO.
       77  WS-BANCO-ARQ    PIC X(03) VALUE SPACES.
       77  WS-REMESSA-ARQ  PIC 9(09) VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).
       77  WS-DATA-CRIT    PIC 9(08).
      *    motivo padrao de devolucao do cheque corrente; zeros =
      *    cheque segue para o posting
       77  WS-MOTIVO-DEV   PIC 9(02).
       77  WS-TEM-FOLHA    PIC 9(01).
       77  WS-ACHOU-TALAO  PIC 9(01).
       77  WS-REDIRECIONOU PIC 9(01).

      *    conta do cheque corrente, ja redirecionada quando o numero
      *    impresso na folha e de uma conta transferida de agencia
       01  WS-ID-CHEQUE.
           03 WS-AGENCIA-CHEQUE PIC 9(03).
           03 WS-CONTA-CHEQUE  PIC 9(06).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
      *    primeira passada: critica o arquivo inteiro (cabecalho,
      *    detalhes, trailer com quantidade e hash) sem gravar nada
           PERFORM CRITICA-ARQUIVO.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM RECUSA-ARQUIVO
           END-IF
      *    arquivo integro: segunda passada confere cada cheque
           PERFORM ABRE-ARQ.
           PERFORM LE-SEQUENCIA.
           MOVE ZERO TO FIM-CHP.
           PERFORM PROCESSO UNTIL FIM-CHP EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.

       CRITICA-ARQUIVO.
           OPEN INPUT ARQCHP
           IF ST-CHP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQAPRES.DAT ' ST-CHP
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
           END-IF
           PERFORM CRITICA-REGISTRO UNTIL FIM-CHP EQUAL 1
               OR WS-MOTIVO-RECUSA NOT = SPACES
           CLOSE ARQCHP
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CRITICA-FECHAMENTO
           END-IF.

       CRITICA-REGISTRO.
           READ ARQCHP
               AT END
                   MOVE 1 TO FIM-CHP
               NOT AT END
                   PERFORM CRITICA-REGISTRO-2
           END-READ.

      *    o desenho exige exatamente um cabecalho na frente, so
      *    detalhes no miolo e um trailer no fim; qualquer coisa fora
      *    disso recusa o arquivo inteiro
       CRITICA-REGISTRO-2.
           IF WS-TEM-TRAILER = 1
               MOVE "REGISTRO APOS O TRAILER" TO WS-MOTIVO-RECUSA
           ELSE
               IF CHP-CABECALHO
                   PERFORM CRITICA-CABECALHO
               ELSE
                   IF WS-TEM-CABECALHO = ZERO
                       MOVE "ARQUIVO NAO COMECA PELO CABECALHO"
                           TO WS-MOTIVO-RECUSA
                   ELSE
                       IF CHP-DETALHE
                           PERFORM CRITICA-DETALHE
                       ELSE
                           IF CHP-TRAILER
                               PERFORM CRITICA-TRAILER
                           ELSE
                               MOVE "TIPO DE REGISTRO DESCONHECIDO"
                                   TO WS-MOTIVO-RECUSA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CRITICA-CABECALHO.
           IF WS-TEM-CABECALHO = 1
               MOVE "CABECALHO DUPLICADO" TO WS-MOTIVO-RECUSA
           ELSE
               MOVE 1 TO WS-TEM-CABECALHO
               MOVE DATA-ARQ-CHP TO WS-DATA-ARQ
               MOVE BANCO-CHP TO WS-BANCO-ARQ
               MOVE REMESSA-CHP TO WS-REMESSA-ARQ
               IF DATA-ARQ-CHP IS NOT NUMERIC
                   MOVE "DATA DO CABECALHO NAO NUMERICA"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE DATA-ARQ-CHP TO WS-DATA-CRIT
                   PERFORM VALIDA-DATA-CRIT
                   IF WS-MOTIVO-RECUSA = SPACES
                           AND DATA-ARQ-CHP > WS-DATA-HOJE
                       MOVE "DATA DO CABECALHO NO FUTURO"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.

      *    um cheque com campo ilegivel nao tem como ser devolvido
      *    com a referencia certa: recusa o arquivo, nao o cheque
       CRITICA-DETALHE.
           IF AGENCIA-CHP IS NOT NUMERIC
                   OR CONTA-CHP IS NOT NUMERIC
                   OR NUM-CHQ-CHP IS NOT NUMERIC
                   OR DATA-APRES-CHP IS NOT NUMERIC
                   OR VALOR-CENT-CHP IS NOT NUMERIC
                   OR REF-CAMARA-CHP IS NOT NUMERIC
                   OR BANCO-APRES-CHP IS NOT NUMERIC
               MOVE "DETALHE COM CAMPO NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
           ELSE
               MOVE DATA-APRES-CHP TO WS-DATA-CRIT
               PERFORM VALIDA-DATA-CRIT
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               ADD 1 TO WS-QTD-DETALHES
               ADD VALOR-CENT-CHP TO WS-HASH-CALC
           END-IF.

       CRITICA-TRAILER.
           MOVE 1 TO WS-TEM-TRAILER
           IF QTD-CHP IS NOT NUMERIC OR HASH-CHP IS NOT NUMERIC
               MOVE "TRAILER COM CAMPO NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
           ELSE
               IF QTD-CHP NOT = WS-QTD-DETALHES
                   MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   IF HASH-CHP NOT = WS-HASH-CALC
                       MOVE "HASH DO TRAILER NAO CONFERE"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.

       CRITICA-FECHAMENTO.
           IF WS-TEM-CABECALHO = ZERO
               MOVE "ARQUIVO SEM CABECALHO" TO WS-MOTIVO-RECUSA
           ELSE
               IF WS-TEM-TRAILER = ZERO
                   MOVE "ARQUIVO SEM TRAILER" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

      *    data de calendario de verdade, mesma critica de VALIDATRX
       VALIDA-DATA-CRIT.
           DIVIDE WS-DATA-CRIT BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 01 OR WS-MES > 12
               MOVE "DATA INVALIDA NO ARQUIVO" TO WS-MOTIVO-RECUSA
           ELSE
               PERFORM CALCULA-DIAS-MES
               IF WS-DIA < 01 OR WS-DIA > WS-DIAS-MES
                   MOVE "DATA INVALIDA NO ARQUIVO" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

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

      *    a recusa e do arquivo inteiro: nenhum cheque foi debitado
      *    nem devolvido, e o arquivo fica intocado para a camara
      *    reapresentar
       RECUSA-ARQUIVO.
           DISPLAY 'ARQUIVO DE CHEQUES RECUSADO'
           DISPLAY 'MOTIVO: ' WS-MOTIVO-RECUSA
           DISPLAY 'DATA DO ARQUIVO: ' WS-DATA-ARQ
               ' BANCO: ' WS-BANCO-ARQ
               ' REMESSA: ' WS-REMESSA-ARQ
           DISPLAY 'DETALHES CRITICADOS ATE A RECUSA: '
               WS-QTD-DETALHES
           DISPLAY 'NENHUM CHEQUE FOI CARREGADO'
           PERFORM ENCERRA-RUN-LOTE
           STOP RUN.

       ABRE-ARQ.
           OPEN INPUT ARQCHP
           IF ST-CHP NOT EQUAL '00'
               DISPLAY 'ERRO AO REABRIR CHQAPRES.DAT ' ST-CHP
               STOP RUN.

           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem MAPCONTA.DAT nenhuma conta foi transferida ainda
           OPEN INPUT ARQMAP
           IF ST-MAP EQUAL '35'
               MOVE ZERO TO WS-TEM-MAP
           ELSE
               IF ST-MAP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR MAPCONTA.DAT ' ST-MAP
                   STOP RUN
               END-IF
           END-IF.

      *    sem TALAO.DAT nenhum talao foi emitido, e todo cheque
      *    volta como nao emitido; sem SUSTACAO.DAT nao ha ordem
      *    de sustacao a conferir
           OPEN INPUT ARQTAL
           IF ST-TAL EQUAL '35'
               MOVE ZERO TO WS-TEM-TAL
           ELSE
               IF ST-TAL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR TALAO.DAT ' ST-TAL
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARQSUS
           IF ST-SUS EQUAL '35'
               MOVE ZERO TO WS-TEM-SUS
           ELSE
               IF ST-SUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR SUSTACAO.DAT ' ST-SUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O ARQCHQ
           IF ST-CHQ EQUAL '35'
               OPEN OUTPUT ARQCHQ
               CLOSE ARQCHQ
               OPEN I-O ARQCHQ
           END-IF.
           IF ST-CHQ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHEQUE.DAT ' ST-CHQ
               STOP RUN.

      *    CHQDEV.WRK acumula as devolucoes ate o DEVOLVECHQ montar
      *    o arquivo do dia e esvazia-lo; abre em EXTEND para uma
      *    segunda remessa no mesmo dia nao apagar a primeira
           OPEN EXTEND ARQDVW
           IF ST-DVW EQUAL '35'
               OPEN OUTPUT ARQDVW
               CLOSE ARQDVW
               OPEN EXTEND ARQDVW
           END-IF.
           IF ST-DVW NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQDEV.WRK ' ST-DVW
               STOP RUN.

      *    ARQMOVI.DAT e compartilhado com outros geradores de
      *    movimento (GERAMOVIMENT, JUROS, TARIFAS); abre em EXTEND
      *    para acrescentar os cheques sem apagar o que ja estiver la
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

       PROCESSO.
           READ ARQCHP
               AT END
                   MOVE 1 TO FIM-CHP
               NOT AT END
                   IF CHP-DETALHE
                       PERFORM CONFERE-CHEQUE
                   END-IF
           END-READ.

      *    as conferencias vao da conta para a folha: a primeira que
      *    falha decide o motivo da devolucao
       CONFERE-CHEQUE.
           MOVE ZERO TO WS-MOTIVO-DEV
           MOVE AGENCIA-CHP TO WS-AGENCIA-CHEQUE
           MOVE CONTA-CHP TO WS-CONTA-CHEQUE
           COMPUTE WS-VALOR-ABS = VALOR-CENT-CHP / 100
           IF VALOR-CENT-CHP = ZERO
               MOVE 59 TO WS-MOTIVO-DEV
           ELSE
               PERFORM CONFERE-CONTA
           END-IF
           PERFORM LE-FOLHA
           IF WS-MOTIVO-DEV = ZERO
               PERFORM CONFERE-TALAO
           END-IF
           IF WS-MOTIVO-DEV = ZERO AND WS-TEM-FOLHA = 1
               PERFORM CONFERE-FOLHA
           END-IF
           IF WS-MOTIVO-DEV = ZERO AND WS-TEM-SUS = 1
               PERFORM CONFERE-SUSTACAO
           END-IF
           IF WS-MOTIVO-DEV = ZERO
               PERFORM PAGA-CHEQUE
           ELSE
               PERFORM DEVOLVE-CHEQUE
           END-IF.

      *    conta inexistente (mesmo depois do redirecionamento de
      *    uma conta transferida) e informacao inconsistente (59);
      *    conta encerrada devolve com 13 e bloqueada com 24
       CONFERE-CONTA.
           MOVE WS-AGENCIA-CHEQUE TO AGENCIA
           MOVE WS-CONTA-CHEQUE TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   PERFORM REDIRECIONA-CONTA
                   IF WS-REDIRECIONOU = 1
                       MOVE WS-AGENCIA-CHEQUE TO AGENCIA
                       MOVE WS-CONTA-CHEQUE TO CONTA
                       READ ARQCLI KEY IS ID-CLI
                           INVALID KEY
                               MOVE 59 TO WS-MOTIVO-DEV
                       END-READ
                   ELSE
                       MOVE 59 TO WS-MOTIVO-DEV
                   END-IF
           END-READ
           IF WS-MOTIVO-DEV = ZERO
               IF CONTA-ENCERRADA
                   MOVE 13 TO WS-MOTIVO-DEV
               ELSE
                   IF CONTA-BLOQUEADA
                       MOVE 24 TO WS-MOTIVO-DEV
                   END-IF
               END-IF
           END-IF.

      *    so redireciona ate a data de corte do mapeamento, como o
      *    ATTCLIENT faz com o movimento que chega no numero antigo
       REDIRECIONA-CONTA.
           MOVE 0 TO WS-REDIRECIONOU
           IF WS-TEM-MAP = 1
               MOVE WS-ID-CHEQUE TO ID-ANT-MAP
               READ ARQMAP KEY IS ID-ANT-MAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATA-APRES-CHP NOT > DATA-CORTE-MAP
                           MOVE ID-NOVO-MAP TO WS-ID-CHEQUE
                           MOVE 1 TO WS-REDIRECIONOU
                       END-IF
               END-READ
           END-IF.

       LE-FOLHA.
           MOVE WS-AGENCIA-CHEQUE TO AGENCIA-CHQ
           MOVE WS-CONTA-CHEQUE TO CONTA-CHQ
           MOVE NUM-CHQ-CHP TO NUM-CHQ
           READ ARQCHQ KEY IS ID-CHQ
               INVALID KEY
                   MOVE 0 TO WS-TEM-FOLHA
               NOT INVALID KEY
                   MOVE 1 TO WS-TEM-FOLHA
           END-READ.

      *    a folha precisa estar na faixa de um talao da conta: fora
      *    de qualquer talao e informacao inconsistente (59); em
      *    talao cancelado volta com 25
       CONFERE-TALAO.
           MOVE ZERO TO WS-ACHOU-TALAO
           IF WS-TEM-TAL = 1
               MOVE ZERO TO FIM-TAL
               MOVE WS-AGENCIA-CHEQUE TO AGENCIA-TAL
               MOVE WS-CONTA-CHEQUE TO CONTA-TAL
               MOVE ZEROS TO NUM-INI-TAL
               START ARQTAL KEY IS NOT LESS THAN ID-TAL
                   INVALID KEY
                       MOVE 1 TO FIM-TAL
               END-START
               PERFORM CONFERE-TALAO-LE UNTIL FIM-TAL = 1
           END-IF
           IF WS-ACHOU-TALAO = ZERO
               MOVE 59 TO WS-MOTIVO-DEV
           ELSE
               IF TAL-CANCELADO
                   MOVE 25 TO WS-MOTIVO-DEV
               END-IF
           END-IF.

       CONFERE-TALAO-LE.
           READ ARQTAL NEXT RECORD
               AT END
                   MOVE 1 TO FIM-TAL
               NOT AT END
                   IF AGENCIA-TAL NOT = WS-AGENCIA-CHEQUE
                           OR CONTA-TAL NOT = WS-CONTA-CHEQUE
                           OR NUM-INI-TAL > NUM-CHQ-CHP
                       MOVE 1 TO FIM-TAL
                   ELSE
                       IF NUM-FIM-TAL NOT < NUM-CHQ-CHP
                           MOVE 1 TO WS-ACHOU-TALAO
                           MOVE 1 TO FIM-TAL
                       END-IF
                   END-IF
           END-READ.

      *    folha ja apresentada antes: paga ou ainda em compensacao
      *    e remessa nula (49). Devolvida, so volta ao posting se o
      *    motivo anterior admite reapresentacao (sem fundos na
      *    primeira, bloqueio, informacao inconsistente); devolvida
      *    por contra-ordem nao e reapresentavel (43), e pelos
      *    demais motivos a reapresentacao e remessa nula (49)
       CONFERE-FOLHA.
           IF CHQ-PAGO OR CHQ-EM-COMPENSACAO
               MOVE 49 TO WS-MOTIVO-DEV
           ELSE
               IF MOTIVO-DEV-CHQ = 21
                   MOVE 43 TO WS-MOTIVO-DEV
               ELSE
                   IF MOTIVO-DEV-CHQ NOT = 11
                           AND MOTIVO-DEV-CHQ NOT = 24
                           AND MOTIVO-DEV-CHQ NOT = 59
                       MOVE 49 TO WS-MOTIVO-DEV
                   END-IF
               END-IF
           END-IF.

      *    a primeira ordem ativa cuja faixa cobre a folha decide o
      *    motivo (21 contra-ordem, 28 furto ou roubo)
       CONFERE-SUSTACAO.
           MOVE ZERO TO FIM-SUS
           MOVE WS-AGENCIA-CHEQUE TO AGENCIA-SUS
           MOVE WS-CONTA-CHEQUE TO CONTA-SUS
           MOVE ZEROS TO NUM-INI-SUS
           START ARQSUS KEY IS NOT LESS THAN ID-SUS
               INVALID KEY
                   MOVE 1 TO FIM-SUS
           END-START
           PERFORM CONFERE-SUSTACAO-LE UNTIL FIM-SUS = 1.

       CONFERE-SUSTACAO-LE.
           READ ARQSUS NEXT RECORD
               AT END
                   MOVE 1 TO FIM-SUS
               NOT AT END
                   IF AGENCIA-SUS NOT = WS-AGENCIA-CHEQUE
                           OR CONTA-SUS NOT = WS-CONTA-CHEQUE
                           OR NUM-INI-SUS > NUM-CHQ-CHP
                       MOVE 1 TO FIM-SUS
                   ELSE
                       IF SUS-ATIVA
                               AND NUM-FIM-SUS NOT < NUM-CHQ-CHP
                           MOVE MOTIVO-SUS TO WS-MOTIVO-DEV
                           MOVE 1 TO FIM-SUS
                       END-IF
                   END-IF
           END-READ.

      *    o cheque bom vira debito com controle proprio de
      *    CTRLSEQ.DAT e fica em compensacao; o motivo da devolucao
      *    anterior (se houver) fica na folha, para o DEVOLVECHQ
      *    saber se uma nova falta de fundos e a primeira ou a
      *    segunda
       PAGA-CHEQUE.
           ADD 1 TO WS-PROX-CONTROLE
           ADD 1 TO WS-QTD-GERADOS
           MOVE WS-AGENCIA-CHEQUE TO AGENCIA-MOV
           MOVE WS-CONTA-CHEQUE TO CONTA-MOV
           MOVE DATA-APRES-CHP TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - WS-VALOR-ABS
           MOVE 12 TO TIPO-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           WRITE REG-MOV
           IF WS-TEM-FOLHA = ZERO
               MOVE ZERO TO QTD-APRES-CHQ
               MOVE ZERO TO MOTIVO-DEV-CHQ
           END-IF
           PERFORM MONTA-FOLHA
           MOVE WS-PROX-CONTROLE TO CTRL-CHQ
           MOVE "C" TO SITUACAO-CHQ
           MOVE ZEROS TO DATA-DEV-CHQ
           PERFORM GRAVA-FOLHA.

      *    a devolucao sai no trabalho do dia; a folha so guarda o
      *    motivo quando a apresentacao era valida - remessa nula e
      *    cheque nao reapresentavel nao apagam a historia da folha
       DEVOLVE-CHEQUE.
           ADD 1 TO WS-QTD-DEVOLVIDOS
           ADD WS-VALOR-ABS TO WS-VALOR-DEVOLVIDO
           MOVE "D" TO TIPO-REG-CHD
           MOVE AGENCIA-CHP TO AGENCIA-CHD
           MOVE CONTA-CHP TO CONTA-CHD
           MOVE NUM-CHQ-CHP TO NUM-CHQ-CHD
           MOVE DATA-APRES-CHP TO DATA-APRES-CHD
           MOVE VALOR-CENT-CHP TO VALOR-CENT-CHD
           MOVE REF-CAMARA-CHP TO REF-CAMARA-CHD
           MOVE BANCO-APRES-CHP TO BANCO-APRES-CHD
           MOVE WS-MOTIVO-DEV TO MOTIVO-DEV-CHD
           WRITE REG-CHD
           DISPLAY 'DEVOLVIDO CONTA ' AGENCIA-CHP '-' CONTA-CHP
               ' CHEQUE ' NUM-CHQ-CHP ' VALOR ' WS-VALOR-ABS
               ' MOTIVO ' WS-MOTIVO-DEV
           IF WS-MOTIVO-DEV NOT = 43 AND WS-MOTIVO-DEV NOT = 49
               IF WS-TEM-FOLHA = ZERO
                   MOVE ZERO TO QTD-APRES-CHQ
               END-IF
               PERFORM MONTA-FOLHA
               MOVE ZEROS TO CTRL-CHQ
               MOVE "D" TO SITUACAO-CHQ
               MOVE WS-MOTIVO-DEV TO MOTIVO-DEV-CHQ
               MOVE WS-DATA-HOJE TO DATA-DEV-CHQ
               PERFORM GRAVA-FOLHA
           END-IF.

       MONTA-FOLHA.
           MOVE WS-AGENCIA-CHEQUE TO AGENCIA-CHQ
           MOVE WS-CONTA-CHEQUE TO CONTA-CHQ
           MOVE NUM-CHQ-CHP TO NUM-CHQ
           MOVE WS-VALOR-ABS TO VALOR-CHQ
           MOVE DATA-APRES-CHP TO DATA-APRES-CHQ
           IF QTD-APRES-CHQ < 9
               ADD 1 TO QTD-APRES-CHQ
           END-IF
           MOVE BANCO-APRES-CHP TO BANCO-APRES-CHQ
           MOVE REF-CAMARA-CHP TO REF-CAMARA-CHQ.

       GRAVA-FOLHA.
           IF WS-TEM-FOLHA = 1
               REWRITE REG-CHQ
           ELSE
               WRITE REG-CHQ
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
           MOVE "RECEBECHQ" TO PROGRAMA-RUN
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
           DISPLAY 'ARQUIVO DE CHEQUES ACEITO'
           DISPLAY 'DATA DO ARQUIVO: ' WS-DATA-ARQ
               ' BANCO: ' WS-BANCO-ARQ
               ' REMESSA: ' WS-REMESSA-ARQ
           DISPLAY 'DETALHES CONFERIDOS: ' WS-QTD-DETALHES
               ' HASH: ' WS-HASH-CALC
           DISPLAY 'CHEQUES ENVIADOS AO POSTING: ' WS-QTD-GERADOS
           DISPLAY 'CHEQUES DEVOLVIDOS NA APRESENTACAO: '
               WS-QTD-DEVOLVIDOS ' VALOR ' WS-VALOR-DEVOLVIDO
           CLOSE ARQCHP.
           CLOSE ARQCLI.
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF
           IF WS-TEM-TAL = 1
               CLOSE ARQTAL
           END-IF
           IF WS-TEM-SUS = 1
               CLOSE ARQSUS
           END-IF
           CLOSE ARQCHQ.
           CLOSE ARQDVW.
           CLOSE ARQMOV.
           PERFORM ENCERRA-RUN-LOTE.
