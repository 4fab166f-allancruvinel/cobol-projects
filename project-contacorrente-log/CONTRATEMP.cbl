      ******************************************************************
      * Author:
      * Date:
      * Purpose: contratacao de emprestimo pessoal a partir dos
      *          pedidos aprovados do arquivo externo EMPPED.DAT.
      *          Cada pedido e criticado (digito verificador, conta
      *          ativa em ARQCLIE.DAT com o documento do titular
      *          conferindo com DOC-CLI, conta sem encerramento em
      *          curso, condicoes do contrato); aceito, o contrato
      *          entra em EMPREST.DAT, o plano de amortizacao pela
      *          tabela price (principal, juros e vencimento de cada
      *          parcela) entra em PARCEMP.DAT e o credito da
      *          liberacao vai para ARQMOVI.DAT com controle de
      *          CTRLSEQ.DAT, seguindo o fluxo normal de posting do
      *          ATTCLIENT. A confirmacao da liberacao e a cobranca
      *          das parcelas sao do GERAPARCEL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATEMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQEPD ASSIGN TO "EMPPED.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-EPD.

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

           SELECT ARQECT ASSIGN TO "ENCERCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ECT
           FILE STATUS IS ST-ECT.

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
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQEPD.
           COPY CPEPD.

       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQPCE.
           COPY CPPCE.

       FD  ARQECT.
           COPY CPECT.

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
       77  ST-CLI          PIC X(02).
       77  ST-EPD          PIC X(02).
       77  ST-EMP          PIC X(02).
       77  ST-PCE          PIC X(02).
       77  ST-ECT          PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  FIM-EPD         PIC 9(01) VALUE ZERO.
       77  WS-TEM-ECT      PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-MOTIVO       PIC X(20).
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-CONTRATADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-RECUSADOS PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-LIBERADO PIC 9(11)V99 VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).

      *    prazo maximo aceito para o contrato, em parcelas mensais
       77  WS-MAX-PARCELAS PIC 9(03) VALUE 360.

      *    calculo da tabela price: fator (1 + taxa) elevado ao
      *    prazo, prestacao fixa e o saldo devedor que o plano vai
      *    amortizando parcela a parcela
       77  WS-FATOR        PIC 9(09)V9(09).
       77  WS-VALOR-PARC   PIC 9(9)V99.
       77  WS-SALDO-PLANO  PIC 9(9)V99.
       77  WS-JUROS-PARC   PIC 9(9)V99.
       77  WS-PRINC-PARC   PIC 9(9)V99.
       77  WS-SEQ          PIC 9(03).
       77  WS-DIA-BASE     PIC 9(02).

       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-SOMA-DV      PIC 9(04).
       77  WS-PESO-DV      PIC 9(02).
       77  WS-IDX-DV       PIC 9(02).
       77  WS-QUOC-DV      PIC 9(04).
       77  WS-RESTO-DV     PIC 9(02).
       77  WS-DV           PIC 9(01).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    agencia + conta lado a lado, digito a digito, para o
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM LE-SEQUENCIA.
           PERFORM PROCESSO UNTIL FIM-EPD EQUAL 1.
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
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

           OPEN INPUT ARQEPD
           IF ST-EPD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPPED.DAT ' ST-EPD
               STOP RUN.

      *    contratos e parcelas persistem entre execucoes; abrem I-O,
      *    criando os arquivos so na primeira contratacao
           OPEN I-O ARQEMP
           IF ST-EMP EQUAL '35'
               OPEN OUTPUT ARQEMP
               CLOSE ARQEMP
               OPEN I-O ARQEMP
           END-IF.
           IF ST-EMP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPREST.DAT ' ST-EMP
               STOP RUN.

           OPEN I-O ARQPCE
           IF ST-PCE EQUAL '35'
               OPEN OUTPUT ARQPCE
               CLOSE ARQPCE
               OPEN I-O ARQPCE
           END-IF.
           IF ST-PCE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARCEMP.DAT ' ST-PCE
               STOP RUN.

      *    sem ENCERCTL.DAT nenhuma conta esta em encerramento
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

       PROCESSO.
           READ ARQEPD
               AT END
                   MOVE 1 TO FIM-EPD
               NOT AT END
                   PERFORM TRATA-PEDIDO
           END-READ.

       TRATA-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE AGENCIA-EPD TO WS-AGENCIA-DV
           MOVE CONTA-EPD TO WS-CONTA-DV
           PERFORM CALCULA-DV
           IF DV-EPD IS NOT NUMERIC OR DV-EPD NOT = WS-DV
               MOVE "DV INVALIDO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CRITICA-CONDICOES
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CRITICA-CONTA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CALCULA-PRESTACAO
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE NUM-EPD TO NUM-EMP
               READ ARQEMP KEY IS NUM-EMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CONTRATO JA EXISTE" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONTRATA
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
               DISPLAY 'CONTRATO ' NUM-EPD ' AGENCIA ' AGENCIA-EPD
                   ' CONTA ' CONTA-EPD ' RECUSADO: ' WS-MOTIVO
           END-IF.

      *    o primeiro vencimento tem de cair depois da liberacao; o
      *    prazo e a taxa sao limitados para o fator da tabela price
      *    caber no calculo
       CRITICA-CONDICOES.
           IF VALOR-EPD IS NOT NUMERIC OR VALOR-EPD NOT > ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
           ELSE
               IF QTD-PARC-EPD IS NOT NUMERIC
                       OR QTD-PARC-EPD = ZERO
                       OR QTD-PARC-EPD > WS-MAX-PARCELAS
                   MOVE "PRAZO INVALIDO" TO WS-MOTIVO
               ELSE
                   IF TAXA-EPD IS NOT NUMERIC
                           OR TAXA-MULTA-EPD IS NOT NUMERIC
                           OR TAXA-MORA-EPD IS NOT NUMERIC
                       MOVE "TAXA INVALIDA" TO WS-MOTIVO
                   ELSE
                       PERFORM CRITICA-DATA-VENC
                   END-IF
               END-IF
           END-IF.

       CRITICA-DATA-VENC.
           IF DATA-PRIM-VENC-EPD IS NOT NUMERIC
                   OR DATA-PRIM-VENC-EPD NOT > WS-DATA-PROC
               MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
           ELSE
               DIVIDE DATA-PRIM-VENC-EPD BY 10000 GIVING WS-ANO
                   REMAINDER WS-RESTO
               DIVIDE WS-RESTO BY 100 GIVING WS-MES
                   REMAINDER WS-DIA
               IF WS-MES < 01 OR WS-MES > 12
                   MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
               ELSE
                   PERFORM CALCULA-DIAS-MES
                   IF WS-DIA < 01 OR WS-DIA > WS-DIAS-MES
                       MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    o emprestimo so e liberado em conta ativa do proprio
      *    titular: o documento do pedido precisa ser o DOC-CLI da
      *    conta, e conta sem documento fica de fora ate a correcao
      *    cadastral
       CRITICA-CONTA.
           MOVE AGENCIA-EPD TO AGENCIA
           MOVE CONTA-EPD TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CONTA-ENCERRADA
                       MOVE "CONTA ENCERRADA" TO WS-MOTIVO
                   ELSE
                       IF CONTA-BLOQUEADA
                           MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
                       ELSE
                           IF DOC-CLI = ZERO
                               MOVE "CONTA SEM DOCUMENTO"
                                   TO WS-MOTIVO
                           ELSE
                               IF DOC-CLI NOT = DOC-EPD
                                   MOVE "DOCUMENTO DIVERGENTE"
                                       TO WS-MOTIVO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-MOTIVO = SPACES AND WS-TEM-ECT = 1
               MOVE AGENCIA-EPD TO AGENCIA-ECT
               MOVE CONTA-EPD TO CONTA-ECT
               READ ARQECT KEY IS ID-ECT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ECT-EM-LIQUIDACAO
                           MOVE "ENCERRAMENTO EM CURSO" TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *    prestacao fixa da tabela price: valor * taxa * fator /
      *    (fator - 1), com fator = (1 + taxa) elevado ao prazo; taxa
      *    zero divide o valor em parcelas iguais
       CALCULA-PRESTACAO.
           IF TAXA-EPD = ZERO
               COMPUTE WS-VALOR-PARC ROUNDED =
                   VALOR-EPD / QTD-PARC-EPD
           ELSE
               COMPUTE WS-FATOR = (1 + TAXA-EPD) ** QTD-PARC-EPD
                   ON SIZE ERROR
                       MOVE "TAXA INVALIDA" TO WS-MOTIVO
               END-COMPUTE
               IF WS-MOTIVO = SPACES
                   COMPUTE WS-VALOR-PARC ROUNDED =
                       VALOR-EPD * TAXA-EPD * WS-FATOR
                           / (WS-FATOR - 1)
                       ON SIZE ERROR
                           MOVE "TAXA INVALIDA" TO WS-MOTIVO
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND WS-VALOR-PARC = ZERO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
           END-IF.

      *    o plano de parcelas e gravado antes do movimento e do
      *    contrato: uma queda no meio deixa apenas parcelas sem
      *    contrato, regravadas por cima quando o pedido volta
       CONTRATA.
           MOVE NUM-EPD TO NUM-EMP
           MOVE AGENCIA-EPD TO AGENCIA-EMP
           MOVE CONTA-EPD TO CONTA-EMP
           MOVE DOC-EPD TO DOC-EMP
           MOVE WS-DATA-PROC TO DATA-CONTRATO-EMP
           MOVE VALOR-EPD TO VALOR-EMP
           MOVE TAXA-EPD TO TAXA-EMP
           MOVE QTD-PARC-EPD TO QTD-PARC-EMP
           MOVE WS-VALOR-PARC TO VALOR-PARC-EMP
           MOVE DATA-PRIM-VENC-EPD TO DATA-PRIM-VENC-EMP
           MOVE TAXA-MULTA-EPD TO TAXA-MULTA-EMP
           MOVE TAXA-MORA-EPD TO TAXA-MORA-EMP
           MOVE VALOR-EPD TO SALDO-DEVEDOR-EMP
           MOVE ZEROS TO QTD-PAGAS-EMP
           MOVE ZEROS TO DATA-QUIT-EMP
           MOVE USUARIO-EPD TO USUARIO-EMP
           PERFORM MONTA-PLANO
           PERFORM EMITE-LIBERACAO
           MOVE "L" TO SITUACAO-EMP
           MOVE WS-PROX-CONTROLE TO CTRL-LIB-EMP
           MOVE WS-DATA-PROC TO DATA-LIB-EMP
           MOVE 1 TO QTD-TENT-LIB-EMP
           WRITE REG-EMP
           ADD 1 TO WS-QTD-CONTRATADOS
           ADD VALOR-EMP TO WS-TOTAL-LIBERADO
           DISPLAY 'CONTRATO ' NUM-EMP ' AGENCIA ' AGENCIA-EMP
               ' CONTA ' CONTA-EMP ' VALOR ' VALOR-EMP
               ' PARCELAS ' QTD-PARC-EMP ' DE ' VALOR-PARC-EMP.

      *    parcelas mensais a partir do primeiro vencimento, sempre no
      *    mesmo dia do mes (ajustado ao tamanho do mes); os juros de
      *    cada parcela incidem sobre o saldo devedor do plano e a
      *    ultima parcela amortiza o que sobrou do principal
       MONTA-PLANO.
           MOVE VALOR-EMP TO WS-SALDO-PLANO
           DIVIDE DATA-PRIM-VENC-EMP BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA-BASE
           PERFORM GRAVA-PARCELA VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > QTD-PARC-EMP.

       GRAVA-PARCELA.
           COMPUTE WS-JUROS-PARC ROUNDED = WS-SALDO-PLANO * TAXA-EMP
           IF WS-SEQ = QTD-PARC-EMP
                   OR WS-VALOR-PARC - WS-JUROS-PARC > WS-SALDO-PLANO
               MOVE WS-SALDO-PLANO TO WS-PRINC-PARC
           ELSE
               COMPUTE WS-PRINC-PARC = WS-VALOR-PARC - WS-JUROS-PARC
           END-IF
           SUBTRACT WS-PRINC-PARC FROM WS-SALDO-PLANO
           PERFORM CALCULA-DIAS-MES
           MOVE WS-DIA-BASE TO WS-DIA
           IF WS-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-DIA
           END-IF
           MOVE NUM-EMP TO NUM-EMP-PCE
           MOVE WS-SEQ TO SEQ-PCE
           COMPUTE DATA-VENC-PCE = (WS-ANO * 10000)
               + (WS-MES * 100) + WS-DIA
           MOVE WS-PRINC-PARC TO VALOR-PRINC-PCE
           MOVE WS-JUROS-PARC TO VALOR-JUROS-PCE
           MOVE ZEROS TO VALOR-MULTA-PCE
           MOVE ZEROS TO VALOR-MORA-PCE
           MOVE ZEROS TO DIAS-ATRASO-PCE
           MOVE "A" TO SITUACAO-PCE
           MOVE ZEROS TO CTRL-PEND-PCE
           MOVE ZEROS TO VALOR-COBRADO-PCE
           MOVE ZEROS TO DATA-COBRANCA-PCE
           MOVE ZEROS TO QTD-TENT-PCE
           MOVE ZEROS TO DATA-PAGTO-PCE
           WRITE REG-PCE
               INVALID KEY
                   REWRITE REG-PCE
           END-WRITE
           ADD 1 TO WS-MES
           IF WS-MES > 12
               MOVE 01 TO WS-MES
               ADD 1 TO WS-ANO
           END-IF.

      *    o valor contratado e creditado na conta datado do
      *    processamento e segue o fluxo normal de posting do
      *    ATTCLIENT
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
           MOVE "CONTRATEMP" TO PROGRAMA-RUN
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
           DISPLAY 'PEDIDOS LIDOS..........: ' WS-QTD-LIDOS
           DISPLAY 'CONTRATOS LIBERADOS....: ' WS-QTD-CONTRATADOS
           DISPLAY 'PEDIDOS RECUSADOS......: ' WS-QTD-RECUSADOS
           DISPLAY 'VALOR TOTAL LIBERADO...: ' WS-TOTAL-LIBERADO
           CLOSE ARQCLI.
           CLOSE ARQEPD.
           CLOSE ARQEMP.
           CLOSE ARQPCE.
           IF WS-TEM-ECT = 1
               CLOSE ARQECT
           END-IF
           CLOSE ARQMOV.
           PERFORM ENCERRA-RUN-LOTE.
