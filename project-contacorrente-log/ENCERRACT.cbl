      ******************************************************************
      * Author:
      * Date:
      * Purpose: encerramento de conta com liquidacao, a partir dos
      *          pedidos do arquivo externo ENCERRA.DAT. Cada pedido
      *          e recusado se a conta tiver bloqueio judicial ativo
      *          em BLOQJUD.DAT, estiver bloqueada, devedora ou ja em
      *          encerramento; aceito, gera em ARQMOVI.DAT (com
      *          controle de CTRLSEQ.DAT, na ordem juros, imposto,
      *          tarifa, pagamento) os juros pro rata do mes com o
      *          imposto retido a aliquota de PARMIR.DAT, a tarifa final
      *          e o pagamento do saldo remanescente para a conta
      *          indicada pelo cliente (interna ou em outro banco),
      *          cancela as instrucoes ativas de AGENDA.DAT e os
      *          pendentes de RESSUB.DAT da conta e abre o registro
      *          em liquidacao em ENCERCTL.DAT. Na execucao seguinte
      *          (depois do posting do ATTCLIENT) a liquidacao e
      *          conferida pelo saldo: zerado, a conta e encerrada
      *          (SITUACAO-CLI 3), o extrato de encerramento sai em
      *          ENCERRA.REL e a alteracao entra em AUDMANT.DAT;
      *          sobrando saldo, um novo pagamento e emitido ate o
      *          limite de tentativas. Deve rodar apos o ciclo de
      *          posting do dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

           SELECT ARQENC ASSIGN TO "ENCERRA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-ENC.

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

           SELECT ARQRES ASSIGN TO "RESSUB.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RES.

           SELECT ARQEXT ASSIGN TO "EXTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-EXTRATO
           FILE STATUS IS ST-EXT.

           SELECT ARQTAR ASSIGN TO "TABTARIF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-TAR.

           SELECT ARQPIR ASSIGN TO "PARMIR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PIR.

           SELECT ARQCPG ASSIGN TO "COMPGER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CPG
           FILE STATUS IS ST-CPG.

           SELECT ARQMOV ASSIGN TO "ARQMOVI.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-MOV.

           SELECT ARQSEQ ASSIGN TO 'CTRLSEQ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-SEQ.

           SELECT ARQAUD ASSIGN TO "AUDMANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.

           SELECT ARQREL ASSIGN TO "ENCERRA.REL"
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

       FD  ARQENC.
           COPY CPENC.

       FD  ARQECT.
           COPY CPECT.

       FD  ARQBLQ.
           COPY CPBLQ.

       FD  ARQAGD.
           COPY CPAGD.

       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQRES.
           COPY CPRES.

       FD  ARQEXT.
           COPY CPEXT.

       FD  ARQTAR.
           COPY CPTAR.

       FD  ARQPIR.
           COPY CPPIR.

       FD  ARQCPG.
           COPY CPCPG.

       FD  ARQMOV.
           COPY CPMOV.

       FD  ARQSEQ.
           COPY CPSEQ.

       FD  ARQAUD.
           COPY CPAUD.

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
       77  ST-ENC          PIC X(02).
       77  ST-ECT          PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-AGD          PIC X(02).
       77  ST-EMP          PIC X(02).
       77  ST-RES          PIC X(02).
       77  ST-EXT          PIC X(02).
       77  ST-TAR          PIC X(02).
       77  ST-PIR          PIC X(02).
       77  ST-CPG          PIC X(02).
       77  ST-MOV          PIC X(02).
       77  ST-SEQ          PIC X(02).
       77  ST-AUD          PIC X(02).
       77  ST-REL          PIC X(02).
       77  FIM-ENC         PIC 9(01) VALUE ZERO.
       77  FIM-ECT         PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  FIM-EMP         PIC 9(01) VALUE ZERO.
       77  FIM-RES         PIC 9(01) VALUE ZERO.
       77  FIM-EXT         PIC 9(01) VALUE ZERO.
       77  WS-TEM-ENC      PIC 9(01) VALUE ZERO.
       77  WS-TEM-BLQ      PIC 9(01) VALUE ZERO.
       77  WS-TEM-AGD      PIC 9(01) VALUE ZERO.
       77  WS-TEM-EMP      PIC 9(01) VALUE ZERO.
       77  WS-TEM-EXT      PIC 9(01) VALUE ZERO.
       77  WS-PROX-CONTROLE PIC 9(10) VALUE ZERO.
       77  WS-DATA-PROC    PIC 9(08).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-COMPETENCIA  PIC 9(06).
       77  WS-COMP-EXTRATO PIC 9(06).
       77  WS-JUROS-GERADO PIC 9(01) VALUE ZERO.
       77  WS-TARIFA-GERADA PIC 9(01) VALUE ZERO.
       77  WS-MOTIVO       PIC X(20).
       77  WS-VALOR-ANT    PIC X(20).
       77  WS-VALOR-NOVO   PIC X(20).
       77  WS-USUARIO      PIC X(08).
       77  WS-SALDO-LIQ    PIC S9(9)V99.
       77  WS-VALOR-JUROS  PIC 9(9)V99.
       77  WS-ALIQ-IR      PIC 9(02)V99.
       77  WS-VALOR-IR     PIC 9(9)V99.
       77  WS-IR-EXTRATO   PIC 9(9)V99.
       77  WS-VALOR-TARIFA PIC 9(9)V99.
       77  WS-VALOR-PAGTO  PIC 9(9)V99.
       77  WS-QTD-MOVTOS   PIC 9(05).
       77  WS-EXCEDENTE    PIC 9(05).
       77  WS-DATA-EMISSAO PIC 9(08).
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-RECUSADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-LIQUIDADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-ENCERRADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-REEMITIDOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-PENDENTES PIC 9(09) VALUE ZERO.
       77  WS-QTD-AGD-CANCEL PIC 9(09) VALUE ZERO.
       77  WS-QTD-RES-CANCEL PIC 9(09) VALUE ZERO.
       77  WS-DIAS-MES     PIC 9(02).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOCIENTE    PIC 9(04).

      *    um saldo que sobra depois deste numero de pagamentos
      *    emitidos nao gera outro: fica no relatorio de pendencias
      *    para tratamento manual
       77  WS-MAX-TENTATIVAS PIC 9(02) VALUE 3.

      *    estado do extrato de encerramento
       77  WS-DATA-INI     PIC 9(08).
       77  WS-SALDO-ABERT  PIC S9(9)V99 VALUE ZERO.
       77  WS-SALDO-FECH   PIC S9(9)V99 VALUE ZERO.
       77  WS-TEM-ABERT    PIC 9(01) VALUE ZERO.
       77  WS-QTD-LINHAS   PIC 9(06) VALUE ZERO.
       77  WS-LINHA-PAG    PIC 9(02) VALUE ZERO.
       77  WS-PAGINA       PIC 9(04) VALUE ZERO.
       77  WS-TIPO-EXTENSO PIC X(13).
       77  WS-LIN-POR-PAG  PIC 9(02) VALUE 50.

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

       01  CAB-TITULO.
           03 FILLER       PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(33)
               VALUE "EXTRATO DE ENCERRAMENTO DE CONTA".
           03 FILLER       PIC X(25) VALUE SPACES.

       01  CAB-CONTA.
           03 FILLER       PIC X(08) VALUE "AGENCIA ".
           03 CAB-AGENCIA  PIC 9(03).
           03 FILLER       PIC X(07) VALUE " CONTA ".
           03 CAB-CONTA-NUM PIC 9(06).
           03 FILLER       PIC X(01) VALUE "-".
           03 CAB-DV       PIC 9(01).
           03 FILLER       PIC X(02) VALUE "  ".
           03 CAB-NOME     PIC X(20).
           03 FILLER       PIC X(08) VALUE " PAGINA ".
           03 CAB-PAGINA   PIC ZZZ9.
           03 FILLER       PIC X(20) VALUE SPACES.

       01  CAB-PERIODO.
           03 FILLER       PIC X(08) VALUE "PERIODO ".
           03 CAB-DATA-INI PIC 9(08).
           03 FILLER       PIC X(03) VALUE " A ".
           03 CAB-DATA-FIM PIC 9(08).
           03 FILLER       PIC X(53) VALUE SPACES.

       01  CAB-COLUNAS.
           03 FILLER       PIC X(10) VALUE "DATA      ".
           03 FILLER       PIC X(08) VALUE "SEQ     ".
           03 FILLER       PIC X(15) VALUE "TIPO           ".
           03 FILLER       PIC X(16) VALUE "           VALOR".
           03 FILLER       PIC X(16) VALUE "           SALDO".
           03 FILLER       PIC X(15) VALUE SPACES.

       01  LIN-ABERTURA.
           03 FILLER       PIC X(33)
               VALUE "SALDO DE ABERTURA................".
           03 LIN-ABERT-VALOR PIC ---,---,--9.99.
           03 FILLER       PIC X(33) VALUE SPACES.

       01  LIN-MOVIMENTO.
           03 LIN-MOV-DATA PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-MOV-SEQ  PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-MOV-TIPO PIC X(13).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-MOV-VALOR PIC ---,---,--9.99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LIN-MOV-SALDO PIC ---,---,--9.99.
           03 FILLER       PIC X(17) VALUE SPACES.

       01  LIN-FECHAMENTO.
           03 FILLER       PIC X(33)
               VALUE "SALDO DE FECHAMENTO..............".
           03 LIN-FECH-VALOR PIC ---,---,--9.99.
           03 FILLER       PIC X(33) VALUE SPACES.

      *    quadro de liquidacao no pe do extrato de encerramento
       01  LIN-RESUMO.
           03 LIN-RES-TEXTO PIC X(33).
           03 LIN-RES-VALOR PIC ---,---,--9.99.
           03 FILLER       PIC X(33) VALUE SPACES.

       01  LIN-DESTINO.
           03 FILLER       PIC X(33)
               VALUE "CONTA DE PAGAMENTO...............".
           03 FILLER       PIC X(06) VALUE "BANCO ".
           03 LIN-DEST-BANCO PIC 9(03).
           03 FILLER       PIC X(09) VALUE " AGENCIA ".
           03 LIN-DEST-AGENCIA PIC 9(03).
           03 FILLER       PIC X(07) VALUE " CONTA ".
           03 LIN-DEST-CONTA PIC 9(06).
           03 FILLER       PIC X(13) VALUE SPACES.

       01  LIN-DATA-ENC.
           03 FILLER       PIC X(33)
               VALUE "CONTA ENCERRADA EM...............".
           03 LIN-DATA-ENC-VALOR PIC 9(08).
           03 FILLER       PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
      *    os parametros vem antes da trava: um parametro invalido
      *    aborta sem deixar registro em andamento em CTRLRUN.DAT
       INICIO.
           PERFORM PEDE-PARAMETROS.
           PERFORM LE-PARAMETROS-IR.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           PERFORM LE-SEQUENCIA.
           PERFORM LE-TARIFARIO.
           PERFORM VERIFICA-COMPETENCIAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
      *    primeiro conferem-se as liquidacoes de execucoes
      *    anteriores, depois entram os pedidos novos: uma
      *    liquidacao aberta agora so e conferida na proxima vez
           PERFORM CONFERE-LIQUIDACAO UNTIL FIM-ECT EQUAL 1.
           IF WS-TEM-ENC = 1
               PERFORM PROCESSO UNTIL FIM-ENC EQUAL 1
           END-IF
           PERFORM FINALIZA.
           STOP RUN.

       PEDE-PARAMETROS.
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-PROC.
           PERFORM VALIDA-DATA-PROC.
           DIVIDE WS-DATA-PROC BY 100 GIVING WS-COMPETENCIA
               REMAINDER WS-RESTO.

      *    data de calendario de verdade, mesma critica de VALIDATRX;
      *    o dia e o tamanho do mes ficam para o pro rata dos juros
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
           OPEN I-O ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

      *    sem pedidos novos o lote ainda confere as liquidacoes
      *    abertas em execucoes anteriores
           OPEN INPUT ARQENC
           IF ST-ENC EQUAL '35'
               MOVE ZERO TO WS-TEM-ENC
           ELSE
               IF ST-ENC NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ENCERRA.DAT ' ST-ENC
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-ENC
           END-IF.

      *    o registro de encerramentos persiste entre execucoes; abre
      *    I-O, criando o arquivo so na primeira execucao
           OPEN I-O ARQECT
           IF ST-ECT EQUAL '35'
               OPEN OUTPUT ARQECT
               CLOSE ARQECT
               OPEN I-O ARQECT
           END-IF.
           IF ST-ECT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ENCERCTL.DAT ' ST-ECT
               STOP RUN.

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

      *    sem AGENDA.DAT nao ha instrucao nenhuma a cancelar
           OPEN I-O ARQAGD
           IF ST-AGD EQUAL '35'
               MOVE ZERO TO WS-TEM-AGD
           ELSE
               IF ST-AGD NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR AGENDA.DAT ' ST-AGD
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-AGD
           END-IF.

      *    sem EMPREST.DAT nenhum contrato de emprestimo foi feito
           OPEN INPUT ARQEMP
           IF ST-EMP EQUAL '35'
               MOVE ZERO TO WS-TEM-EMP
           ELSE
               IF ST-EMP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EMPREST.DAT ' ST-EMP
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-EMP
           END-IF.

      *    sem EXTRATO.DAT nao ha movimentos a contar para a tarifa
      *    nem linhas a imprimir no extrato de encerramento
           OPEN INPUT ARQEXT
           IF ST-EXT EQUAL '35'
               MOVE ZERO TO WS-TEM-EXT
           ELSE
               IF ST-EXT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
                   STOP RUN
               END-IF
               MOVE 1 TO WS-TEM-EXT
           END-IF.

           OPEN INPUT ARQTAR
           IF ST-TAR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TABTARIF.DAT ' ST-TAR
               STOP RUN.

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

      *    a trilha de auditoria e cumulativa entre execucoes; abre em
      *    EXTEND, criando o arquivo so na primeira execucao
           OPEN EXTEND ARQAUD
           IF ST-AUD EQUAL '35'
               OPEN OUTPUT ARQAUD
               CLOSE ARQAUD
               OPEN EXTEND ARQAUD
           END-IF.
           IF ST-AUD NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR AUDMANT.DAT ' ST-AUD
               STOP RUN.

      *    os extratos de encerramento de cada execucao saem num
      *    arquivo de impressao novo
           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ENCERRA.REL ' ST-REL
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

      *    a mesma aliquota do JUROS para o imposto retido sobre os
      *    juros pro rata
       LE-PARAMETROS-IR.
           OPEN INPUT ARQPIR
           IF ST-PIR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARMIR.DAT ' ST-PIR
               STOP RUN.
           READ ARQPIR
               AT END
                   DISPLAY 'PARMIR.DAT VAZIO'
                   STOP RUN
           END-READ.
           CLOSE ARQPIR.
           IF ALIQ-IR-PIR IS NOT NUMERIC
               DISPLAY 'PARMIR.DAT COM ALIQUOTA INVALIDA'
               STOP RUN.
           MOVE ALIQ-IR-PIR TO WS-ALIQ-IR.

       LE-TARIFARIO.
           READ ARQTAR
               AT END
                   DISPLAY 'TABTARIF.DAT VAZIO'
                   PERFORM ENCERRA-RUN-LOTE
                   STOP RUN
           END-READ.

      *    juros e tarifa do mes ja lancados pelos geradores mensais
      *    (marca em COMPGER.DAT) nao se cobram de novo no
      *    encerramento
       VERIFICA-COMPETENCIAS.
           MOVE ZERO TO WS-JUROS-GERADO
           MOVE ZERO TO WS-TARIFA-GERADA
           OPEN INPUT ARQCPG
           IF ST-CPG EQUAL '35'
               CONTINUE
           ELSE
               IF ST-CPG NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR COMPGER.DAT ' ST-CPG
                   STOP RUN
               END-IF
               MOVE "JUROS" TO PROGRAMA-CPG
               MOVE WS-COMPETENCIA TO COMP-CPG
               READ ARQCPG KEY IS CHAVE-CPG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-JUROS-GERADO
               END-READ
               MOVE "TARIFAS" TO PROGRAMA-CPG
               MOVE WS-COMPETENCIA TO COMP-CPG
               READ ARQCPG KEY IS CHAVE-CPG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-TARIFA-GERADA
               END-READ
               CLOSE ARQCPG
           END-IF.

      ******************************************************************
      *    conferencia das liquidacoes abertas em execucoes anteriores
      ******************************************************************
       CONFERE-LIQUIDACAO.
           READ ARQECT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ECT
               NOT AT END
                   IF ECT-EM-LIQUIDACAO
                       PERFORM CONFERE-CONTA
                   END-IF
           END-READ.

      *    so a liquidacao emitida em data anterior ja passou por um
      *    posting; a emitida na propria data ainda esta em
      *    ARQMOVI.DAT esperando o ATTCLIENT
       CONFERE-CONTA.
           IF DATA-PAGTO-ECT > ZERO
               MOVE DATA-PAGTO-ECT TO WS-DATA-EMISSAO
           ELSE
               MOVE DATA-PEDIDO-ECT TO WS-DATA-EMISSAO
           END-IF
           IF WS-DATA-EMISSAO < WS-DATA-PROC
               MOVE AGENCIA-ECT TO AGENCIA
               MOVE CONTA-ECT TO CONTA
               READ ARQCLI KEY IS ID-CLI
                   INVALID KEY
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
                       PERFORM RELATA-PENDENCIA
                   NOT INVALID KEY
                       PERFORM CONFERE-SALDO
               END-READ
           END-IF.

      *    o saldo e a prova da liquidacao: zerado, encerra; sobrando
      *    saldo (pagamento devolvido ou credito que entrou depois),
      *    emite novo pagamento do que sobrou, ate o limite
       CONFERE-SALDO.
           MOVE SPACES TO WS-MOTIVO
           IF SALDO = ZERO
               PERFORM ENCERRA-CONTA
               REWRITE REG-ECT
           ELSE
               IF SALDO < ZERO
                   MOVE "SALDO DEVEDOR" TO WS-MOTIVO
               ELSE
                   IF NOT CONTA-ATIVA
                       MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
                   ELSE
                       IF QTD-TENT-ECT NOT < WS-MAX-TENTATIVAS
                           MOVE "TENTATIVAS ESGOTADAS" TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   ADD 1 TO WS-QTD-REEMITIDOS
                   MOVE SALDO TO WS-VALOR-PAGTO
                   PERFORM EMITE-PAGAMENTO
                   REWRITE REG-ECT
                   DISPLAY 'PAGAMENTO REEMITIDO AGENCIA ' AGENCIA-ECT
                       ' CONTA ' CONTA-ECT ' VALOR ' WS-VALOR-PAGTO
               ELSE
                   PERFORM RELATA-PENDENCIA
               END-IF
           END-IF.

       RELATA-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENTES
           DISPLAY 'LIQUIDACAO PENDENTE AGENCIA ' AGENCIA-ECT
               ' CONTA ' CONTA-ECT ' PEDIDO ' DATA-PEDIDO-ECT
               ' MOTIVO ' WS-MOTIVO.

      ******************************************************************
      *    pedidos novos de ENCERRA.DAT
      ******************************************************************
       PROCESSO.
           READ ARQENC
               AT END
                   MOVE 1 TO FIM-ENC
               NOT AT END
                   PERFORM TRATA-PEDIDO
           END-READ.

      *    o destino interno e validado antes de carregar a conta a
      *    encerrar, porque a leitura dele troca o RED-CLI em memoria
       TRATA-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE AGENCIA-ENC TO WS-AGENCIA-DV
           MOVE CONTA-ENC TO WS-CONTA-DV
           PERFORM CALCULA-DV
           IF DV-ENC IS NOT NUMERIC OR DV-ENC NOT = WS-DV
               MOVE "DV INVALIDO" TO WS-MOTIVO
           ELSE
               PERFORM VALIDA-DESTINO-PAG
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE AGENCIA-ENC TO AGENCIA
               MOVE CONTA-ENC TO CONTA
               READ ARQCLI KEY IS ID-CLI
                   INVALID KEY
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       PERFORM VALIDA-PEDIDO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM LIQUIDA-CONTA
           ELSE
               PERFORM RECUSA-PEDIDO
           END-IF.

      *    pagamento interno vai para conta viva diferente da que
      *    encerra; para outro banco basta a conta estar informada
       VALIDA-DESTINO-PAG.
           IF BANCO-PAG-ENC = ZERO
               IF AGENCIA-PAG-ENC = AGENCIA-ENC
                       AND CONTA-PAG-ENC = CONTA-ENC
                   MOVE "DESTINO INVALIDO" TO WS-MOTIVO
               ELSE
                   MOVE AGENCIA-PAG-ENC TO AGENCIA
                   MOVE CONTA-PAG-ENC TO CONTA
                   READ ARQCLI KEY IS ID-CLI
                       INVALID KEY
                           MOVE "DESTINO INEXISTENTE" TO WS-MOTIVO
                       NOT INVALID KEY
                           IF CONTA-BLOQUEADA
                               MOVE "DESTINO BLOQUEADO" TO WS-MOTIVO
                           ELSE
                               IF CONTA-ENCERRADA
                                   MOVE "DESTINO ENCERRADO"
                                       TO WS-MOTIVO
                               END-IF
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF CONTA-PAG-ENC = ZERO
                   MOVE "DESTINO INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF.

      *    a conta precisa estar livre para liquidar: nada de
      *    bloqueio judicial ativo, bloqueio de conta ou saldo
      *    devedor, nenhum encerramento ja em curso e nenhum
      *    emprestimo em liberacao ou em aberto
       VALIDA-PEDIDO.
           IF CONTA-ENCERRADA
               MOVE "CONTA JA ENCERRADA" TO WS-MOTIVO
           ELSE
               IF CONTA-BLOQUEADA
                   MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
               ELSE
                   IF SALDO < ZERO
                       MOVE "SALDO DEVEDOR" TO WS-MOTIVO
                   ELSE
                       PERFORM VERIFICA-EM-CURSO
                       IF WS-MOTIVO = SPACES AND WS-TEM-BLQ = 1
                           PERFORM VERIFICA-BLOQUEIOS
                       END-IF
                       IF WS-MOTIVO = SPACES AND WS-TEM-EMP = 1
                           PERFORM VERIFICA-EMPRESTIMOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICA-EM-CURSO.
           MOVE AGENCIA-ENC TO AGENCIA-ECT
           MOVE CONTA-ENC TO CONTA-ECT
           READ ARQECT KEY IS ID-ECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ECT-EM-LIQUIDACAO
                       MOVE "ENCERRAMENTO EM CURSO" TO WS-MOTIVO
                   END-IF
           END-READ.

      *    qualquer bloqueio judicial ativo na conta barra o
      *    encerramento: o valor congelado pertence a ordem judicial
       VERIFICA-BLOQUEIOS.
           MOVE ZERO TO FIM-BLQ
           MOVE AGENCIA-ENC TO AGENCIA-BLQ
           MOVE CONTA-ENC TO CONTA-BLQ
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
                   IF AGENCIA-BLQ = AGENCIA-ENC
                           AND CONTA-BLQ = CONTA-ENC
                       IF BLQ-ATIVO
                           MOVE "BLOQUEIO JUDICIAL" TO WS-MOTIVO
                           MOVE 1 TO FIM-BLQ
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-BLQ
                   END-IF
           END-READ.

      *    as parcelas do contrato sao debitadas na conta ate a
      *    quitacao: com contrato vivo a conta nao pode encerrar
       VERIFICA-EMPRESTIMOS.
           MOVE ZERO TO FIM-EMP
           MOVE AGENCIA-ENC TO AGENCIA-EMP
           MOVE CONTA-ENC TO CONTA-EMP
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
                   IF AGENCIA-EMP = AGENCIA-ENC
                           AND CONTA-EMP = CONTA-ENC
                       IF EMP-EM-LIBERACAO OR EMP-ATIVO
                           MOVE "EMPRESTIMO ATIVO" TO WS-MOTIVO
                           MOVE 1 TO FIM-EMP
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-EMP
                   END-IF
           END-READ.

       RECUSA-PEDIDO.
           ADD 1 TO WS-QTD-RECUSADOS
           DISPLAY 'PEDIDO RECUSADO AGENCIA ' AGENCIA-ENC
               ' CONTA ' CONTA-ENC ' MOTIVO ' WS-MOTIVO
           MOVE "R" TO RESULTADO-AUD
           MOVE WS-MOTIVO TO MOTIVO-AUD
           MOVE SPACES TO WS-VALOR-ANT
           MOVE SPACES TO WS-VALOR-NOVO
           MOVE USUARIO-ENC TO WS-USUARIO
           MOVE AGENCIA-ENC TO AGENCIA-AUD
           MOVE CONTA-ENC TO CONTA-AUD
           PERFORM GRAVA-AUDITORIA.

      *    liquidacao da conta carregada em RED-CLI: juros pro rata,
      *    tarifa final limitada ao que a conta tem, e o restante
      *    pago ao cliente. Os controles saem em ordem crescente e o
      *    ATTCLIENT posta o mesmo dia por controle, entao o credito
      *    dos juros entra antes do imposto, da tarifa e do pagamento
       LIQUIDA-CONTA.
           MOVE SALDO TO WS-SALDO-LIQ
           PERFORM CALCULA-JUROS-PRORATA
           PERFORM CALCULA-TARIFA-FINAL
           ADD WS-VALOR-JUROS TO WS-SALDO-LIQ
           SUBTRACT WS-VALOR-IR FROM WS-SALDO-LIQ
           IF WS-VALOR-TARIFA > WS-SALDO-LIQ
               MOVE WS-SALDO-LIQ TO WS-VALOR-TARIFA
           END-IF
           SUBTRACT WS-VALOR-TARIFA FROM WS-SALDO-LIQ
           MOVE WS-SALDO-LIQ TO WS-VALOR-PAGTO
           MOVE ZEROS TO REG-ECT
           MOVE AGENCIA-ENC TO AGENCIA-ECT
           MOVE CONTA-ENC TO CONTA-ECT
           MOVE "L" TO SITUACAO-ECT
           MOVE USUARIO-ENC TO USUARIO-ECT
           MOVE WS-DATA-PROC TO DATA-PEDIDO-ECT
           MOVE BANCO-PAG-ENC TO BANCO-PAG-ECT
           MOVE AGENCIA-PAG-ENC TO AGENCIA-PAG-ECT
           MOVE CONTA-PAG-ENC TO CONTA-PAG-ECT
           MOVE SALDO TO SALDO-INI-ECT
           IF WS-VALOR-JUROS > ZERO
               PERFORM EMITE-JUROS
           END-IF
           IF WS-VALOR-IR > ZERO
               PERFORM EMITE-IR
           END-IF
           IF WS-VALOR-TARIFA > ZERO
               PERFORM EMITE-TARIFA
           END-IF
           IF WS-VALOR-PAGTO > ZERO
               PERFORM EMITE-PAGAMENTO
           END-IF
           PERFORM CANCELA-AGENDA
           PERFORM CANCELA-RESSUB
      *    conta ja zerada e sem juros: nada a postar, encerra aqui
           IF CTRL-JUROS-ECT = ZERO AND CTRL-TARIFA-ECT = ZERO
                   AND CTRL-PAGTO-ECT = ZERO
               PERFORM ENCERRA-CONTA
           ELSE
               ADD 1 TO WS-QTD-LIQUIDADAS
               DISPLAY 'LIQUIDACAO EMITIDA AGENCIA ' AGENCIA-ECT
                   ' CONTA ' CONTA-ECT ' JUROS ' VALOR-JUROS-ECT
                   ' IR ' WS-VALOR-IR
                   ' TARIFA ' VALOR-TARIFA-ECT
                   ' PAGAMENTO ' VALOR-PAGTO-ECT
           END-IF
           WRITE REG-ECT
               INVALID KEY
                   REWRITE REG-ECT
           END-WRITE.

      *    a mesma taxa mensal do JUROS, proporcional aos dias ja
      *    corridos do mes; nada se o JUROS ja rodou a competencia
       CALCULA-JUROS-PRORATA.
           MOVE ZERO TO WS-VALOR-JUROS
           MOVE ZERO TO WS-VALOR-IR
           IF WS-JUROS-GERADO = ZERO
                   AND SALDO > 0 AND TAXA-JUROS > 0
               COMPUTE WS-VALOR-JUROS ROUNDED =
                   SALDO * TAXA-JUROS * WS-DIA / WS-DIAS-MES
               COMPUTE WS-VALOR-IR ROUNDED =
                   WS-VALOR-JUROS * WS-ALIQ-IR / 100
           END-IF.

      *    mesma regra do TARIFAS para a competencia da data de
      *    processamento: manutencao mais o excedente da franquia;
      *    nada se o TARIFAS ja rodou a competencia
       CALCULA-TARIFA-FINAL.
           MOVE ZERO TO WS-VALOR-TARIFA
           IF WS-TARIFA-GERADA = ZERO
               PERFORM BUSCA-QTD-MOVTOS
               MOVE ZERO TO WS-EXCEDENTE
               IF WS-QTD-MOVTOS > FRANQUIA-MOVTOS
                   COMPUTE WS-EXCEDENTE =
                       WS-QTD-MOVTOS - FRANQUIA-MOVTOS
               END-IF
               COMPUTE WS-VALOR-TARIFA = TARIFA-MANUTENCAO
                   + (WS-EXCEDENTE * TARIFA-POR-MOVTO)
           END-IF.

       BUSCA-QTD-MOVTOS.
           MOVE ZERO TO WS-QTD-MOVTOS
           IF WS-TEM-EXT = 1
               MOVE ZERO TO FIM-EXT
               MOVE AGENCIA TO AGENCIA-EXT
               MOVE CONTA TO CONTA-EXT
               MOVE ZEROS TO SEQ-EXTRATO
               START ARQEXT KEY IS NOT LESS THAN CHAVE-EXTRATO
                   INVALID KEY
                       MOVE 1 TO FIM-EXT
               END-START
               PERFORM CONTA-MOVTOS-CONTA UNTIL FIM-EXT = 1
           END-IF.

       CONTA-MOVTOS-CONTA.
           READ ARQEXT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EXT
               NOT AT END
                   IF AGENCIA-EXT = AGENCIA AND CONTA-EXT = CONTA
                       DIVIDE DATA-EXTRATO BY 100
                           GIVING WS-COMP-EXTRATO
                           REMAINDER WS-RESTO
                       IF WS-COMP-EXTRATO = WS-COMPETENCIA
                               AND (TIPO-EXTRATO = 01
                               OR TIPO-EXTRATO = 02
                               OR TIPO-EXTRATO = 03
                               OR TIPO-EXTRATO = 06)
                           ADD 1 TO WS-QTD-MOVTOS
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-EXT
                   END-IF
           END-READ.

       EMITE-JUROS.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-ECT TO AGENCIA-MOV
           MOVE CONTA-ECT TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           MOVE WS-VALOR-JUROS TO MOVIMENTO
           MOVE 05 TO TIPO-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV
           MOVE WS-VALOR-JUROS TO VALOR-JUROS-ECT
           MOVE WS-PROX-CONTROLE TO CTRL-JUROS-ECT.

      *    o imposto retido leva o controle seguinte ao dos juros; o
      *    extrato de encerramento o acha por ai, sem campo proprio
      *    em ENCERCTL.DAT
       EMITE-IR.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-ECT TO AGENCIA-MOV
           MOVE CONTA-ECT TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - WS-VALOR-IR
           MOVE 13 TO TIPO-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV.

       EMITE-TARIFA.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-ECT TO AGENCIA-MOV
           MOVE CONTA-ECT TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - WS-VALOR-TARIFA
           MOVE 04 TO TIPO-MOV
           MOVE ZEROS TO DESTINO-MOV
           MOVE ZEROS TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV
           MOVE WS-VALOR-TARIFA TO VALOR-TARIFA-ECT
           MOVE WS-PROX-CONTROLE TO CTRL-TARIFA-ECT.

      *    o pagamento do saldo debita a conta que encerra: para
      *    conta interna e uma transferencia (o ATTCLIENT posta as
      *    duas pernas); para outro banco, transferencia externa,
      *    cujo credito segue para a camara pelo INTERCAMB
       EMITE-PAGAMENTO.
           ADD 1 TO WS-PROX-CONTROLE
           MOVE AGENCIA-ECT TO AGENCIA-MOV
           MOVE CONTA-ECT TO CONTA-MOV
           MOVE WS-DATA-PROC TO DATA-MOV
           COMPUTE MOVIMENTO = 0 - WS-VALOR-PAGTO
           IF BANCO-PAG-ECT = ZERO
               MOVE 03 TO TIPO-MOV
           ELSE
               MOVE 06 TO TIPO-MOV
           END-IF
           MOVE AGENCIA-PAG-ECT TO AGENCIA-DEST
           MOVE CONTA-PAG-ECT TO CONTA-DEST
           MOVE BANCO-PAG-ECT TO BANCO-DEST-MOV
           MOVE ZEROS TO CTRL-ORIG-MOV
           MOVE WS-PROX-CONTROLE TO NUM-CONTROLE-MOV
           WRITE REG-MOV
           MOVE WS-VALOR-PAGTO TO VALOR-PAGTO-ECT
           MOVE WS-PROX-CONTROLE TO CTRL-PAGTO-ECT
           MOVE WS-DATA-PROC TO DATA-PAGTO-ECT
           ADD 1 TO QTD-TENT-ECT.

      *    as instrucoes ativas da conta deixam de vencer: ficam
      *    encerradas em AGENDA.DAT, como as que passam da data final
       CANCELA-AGENDA.
           IF WS-TEM-AGD = 1
               MOVE ZERO TO FIM-AGD
               MOVE ZEROS TO NUM-AGD
               START ARQAGD KEY IS NOT LESS THAN NUM-AGD
                   INVALID KEY
                       MOVE 1 TO FIM-AGD
               END-START
               PERFORM CANCELA-AGENDA-LE UNTIL FIM-AGD = 1
           END-IF.

       CANCELA-AGENDA-LE.
           READ ARQAGD NEXT RECORD
               AT END
                   MOVE 1 TO FIM-AGD
               NOT AT END
                   IF AGD-ATIVA AND AGENCIA-AGD = AGENCIA-ECT
                           AND CONTA-AGD = CONTA-ECT
                       MOVE "E" TO SITUACAO-AGD
                       MOVE ZEROS TO CTRL-PEND-AGD
                       REWRITE REG-AGD
                       ADD 1 TO QTD-AGD-ECT
                       ADD 1 TO WS-QTD-AGD-CANCEL
                   END-IF
           END-READ.

      *    os pendentes de reapresentacao da conta nao voltam mais
      *    para o posting: saem do circuito do REINJETA marcados
      *    como esgotados. A imagem do REG-MOV guardada em MOV-RES
      *    comeca por agencia + conta, no mesmo desenho de ID-ECT
       CANCELA-RESSUB.
           MOVE ZERO TO FIM-RES
           OPEN I-O ARQRES
           IF ST-RES EQUAL '35'
               CONTINUE
           ELSE
               IF ST-RES NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR RESSUB.DAT ' ST-RES
                   STOP RUN
               END-IF
               PERFORM CANCELA-RESSUB-LE UNTIL FIM-RES = 1
               CLOSE ARQRES
           END-IF.

       CANCELA-RESSUB-LE.
           READ ARQRES
               AT END
                   MOVE 1 TO FIM-RES
               NOT AT END
                   IF RES-PENDENTE AND MOV-RES (1:9) = ID-ECT
                       MOVE "E" TO SITUACAO-RES
                       REWRITE REG-RES
                       ADD 1 TO QTD-RES-ECT
                       ADD 1 TO WS-QTD-RES-CANCEL
                   END-IF
           END-READ.

      *    encerramento efetivo da conta carregada em RED-CLI, com a
      *    liquidacao em REG-ECT: situacao 3, extrato de
      *    encerramento e trilha de auditoria. Quem chamou grava o
      *    REG-ECT
       ENCERRA-CONTA.
           ADD 1 TO WS-QTD-ENCERRADAS
           MOVE "ATIVA" TO WS-VALOR-ANT
           MOVE 3 TO SITUACAO-CLI
           REWRITE RED-CLI
           MOVE "ENCERRADA" TO WS-VALOR-NOVO
           MOVE "E" TO SITUACAO-ECT
           MOVE WS-DATA-PROC TO DATA-ENC-ECT
           PERFORM IMPRIME-ENCERRAMENTO
           MOVE "A" TO RESULTADO-AUD
           MOVE SPACES TO MOTIVO-AUD
           MOVE USUARIO-ECT TO WS-USUARIO
           MOVE AGENCIA-ECT TO AGENCIA-AUD
           MOVE CONTA-ECT TO CONTA-AUD
           PERFORM GRAVA-AUDITORIA
           DISPLAY 'CONTA ENCERRADA AGENCIA ' AGENCIA-ECT
               ' CONTA ' CONTA-ECT.

      *    a alteracao de situacao entra na mesma trilha do
      *    MANTCLIENT, como operacao de encerramento
       GRAVA-AUDITORIA.
           MOVE WS-DATA-HOJE TO DATA-AUD
           MOVE WS-HORA-AGORA TO HORA-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           MOVE 03 TO OPERACAO-AUD
           MOVE WS-VALOR-ANT TO VALOR-ANT-AUD
           MOVE WS-VALOR-NOVO TO VALOR-NOVO-AUD
           WRITE REG-AUD.

      ******************************************************************
      *    extrato de encerramento: do primeiro dia do mes do pedido
      *    ate a data de encerramento, com o quadro da liquidacao no
      *    pe. Mesmo leiaute do EMITEXTRATO
      ******************************************************************
       IMPRIME-ENCERRAMENTO.
           DIVIDE DATA-PEDIDO-ECT BY 100 GIVING WS-COMP-EXTRATO
               REMAINDER WS-RESTO
           COMPUTE WS-DATA-INI = (WS-COMP-EXTRATO * 100) + 01
           MOVE ZERO TO WS-SALDO-ABERT
           MOVE ZERO TO WS-SALDO-FECH
           MOVE ZERO TO WS-TEM-ABERT
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE ZERO TO WS-IR-EXTRATO
           MOVE ZERO TO WS-LINHA-PAG
           MOVE ZERO TO WS-PAGINA
           PERFORM IMPRIME-CABECALHO
           IF WS-TEM-EXT = 1
               MOVE ZERO TO FIM-EXT
               MOVE AGENCIA-ECT TO AGENCIA-EXT
               MOVE CONTA-ECT TO CONTA-EXT
               MOVE ZEROS TO SEQ-EXTRATO
               START ARQEXT KEY IS NOT LESS THAN CHAVE-EXTRATO
                   INVALID KEY
                       MOVE 1 TO FIM-EXT
               END-START
               PERFORM LE-EXTRATO-CONTA UNTIL FIM-EXT = 1
           END-IF
           IF WS-QTD-LINHAS = ZERO
               PERFORM IMPRIME-ABERTURA
           END-IF
           MOVE WS-SALDO-FECH TO LIN-FECH-VALOR
           WRITE LINHA-REL FROM LIN-FECHAMENTO
           PERFORM IMPRIME-RESUMO.

       LE-EXTRATO-CONTA.
           READ ARQEXT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EXT
               NOT AT END
                   IF AGENCIA-EXT = AGENCIA-ECT
                           AND CONTA-EXT = CONTA-ECT
                       PERFORM TRATA-LINHA-EXTRATO
                   ELSE
                       MOVE 1 TO FIM-EXT
                   END-IF
           END-READ.

      *    as linhas anteriores ao periodo so ajustam o saldo de
      *    abertura, como no EMITEXTRATO
       TRATA-LINHA-EXTRATO.
           IF WS-TEM-ABERT = ZERO
               COMPUTE WS-SALDO-ABERT = SALDO-EXTRATO - VALOR-EXTRATO
               MOVE WS-SALDO-ABERT TO WS-SALDO-FECH
               MOVE 1 TO WS-TEM-ABERT
           END-IF
           IF DATA-EXTRATO < WS-DATA-INI
               MOVE SALDO-EXTRATO TO WS-SALDO-ABERT
               MOVE SALDO-EXTRATO TO WS-SALDO-FECH
           ELSE
               IF DATA-EXTRATO NOT > WS-DATA-PROC
                   PERFORM IMPRIME-MOVIMENTO
               END-IF
           END-IF
           IF TIPO-EXTRATO = 13 AND CTRL-JUROS-ECT > ZERO
                   AND NUM-CONTROLE-EXT = CTRL-JUROS-ECT + 1
               SUBTRACT VALOR-EXTRATO FROM WS-IR-EXTRATO
           END-IF.

       IMPRIME-MOVIMENTO.
           IF WS-QTD-LINHAS = ZERO
               PERFORM IMPRIME-ABERTURA
           END-IF
           IF WS-LINHA-PAG NOT < WS-LIN-POR-PAG
               PERFORM IMPRIME-CABECALHO
           END-IF
           PERFORM TRADUZ-TIPO
           MOVE DATA-EXTRATO TO LIN-MOV-DATA
           MOVE SEQ-EXTRATO TO LIN-MOV-SEQ
           MOVE WS-TIPO-EXTENSO TO LIN-MOV-TIPO
           MOVE VALOR-EXTRATO TO LIN-MOV-VALOR
           MOVE SALDO-EXTRATO TO LIN-MOV-SALDO
           WRITE LINHA-REL FROM LIN-MOVIMENTO
           ADD 1 TO WS-QTD-LINHAS
           ADD 1 TO WS-LINHA-PAG
           MOVE SALDO-EXTRATO TO WS-SALDO-FECH.

       TRADUZ-TIPO.
           IF TIPO-EXTRATO = 01
               MOVE "DEPOSITO" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 02
               MOVE "SAQUE" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 03
               MOVE "TRANSFERENCIA" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 04
               MOVE "TARIFA" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 05
               MOVE "JUROS" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 06
               MOVE "TRANSF EXT" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 07
               MOVE "ESTORNO" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 08
               MOVE "EMPRESTIMO" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 09
               MOVE "PARCELA EMPR" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 10
               MOVE "BAIXA PERDA" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 11
               MOVE "COBERTURA" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 12
               MOVE "CHEQUE" TO WS-TIPO-EXTENSO
           ELSE IF TIPO-EXTRATO = 13
               MOVE "IR RETIDO" TO WS-TIPO-EXTENSO
           ELSE
               MOVE "TIPO INVALIDO" TO WS-TIPO-EXTENSO
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE AGENCIA-ECT TO CAB-AGENCIA
           MOVE CONTA-ECT TO CAB-CONTA-NUM
           MOVE AGENCIA-ECT TO WS-AGENCIA-DV
           MOVE CONTA-ECT TO WS-CONTA-DV
           PERFORM CALCULA-DV
           MOVE WS-DV TO CAB-DV
           MOVE NOME-CLI TO CAB-NOME
           MOVE WS-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-INI TO CAB-DATA-INI
           MOVE WS-DATA-PROC TO CAB-DATA-FIM
           WRITE LINHA-REL FROM CAB-TITULO
           WRITE LINHA-REL FROM CAB-CONTA
           WRITE LINHA-REL FROM CAB-PERIODO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM CAB-COLUNAS
           MOVE ZERO TO WS-LINHA-PAG.

       IMPRIME-ABERTURA.
           MOVE WS-SALDO-ABERT TO LIN-ABERT-VALOR
           WRITE LINHA-REL FROM LIN-ABERTURA
           ADD 1 TO WS-LINHA-PAG.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "SALDO NA LIQUIDACAO..............." TO LIN-RES-TEXTO
           MOVE SALDO-INI-ECT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "JUROS PRO RATA CREDITADOS........" TO LIN-RES-TEXTO
           MOVE VALOR-JUROS-ECT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "IMPOSTO RETIDO SOBRE OS JUROS...." TO LIN-RES-TEXTO
           MOVE WS-IR-EXTRATO TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "TARIFA DE ENCERRAMENTO..........." TO LIN-RES-TEXTO
           MOVE VALOR-TARIFA-ECT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE "SALDO PAGO AO CLIENTE............" TO LIN-RES-TEXTO
           MOVE VALOR-PAGTO-ECT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           IF CTRL-PAGTO-ECT > ZERO
               MOVE BANCO-PAG-ECT TO LIN-DEST-BANCO
               MOVE AGENCIA-PAG-ECT TO LIN-DEST-AGENCIA
               MOVE CONTA-PAG-ECT TO LIN-DEST-CONTA
               WRITE LINHA-REL FROM LIN-DESTINO
           END-IF
           MOVE "AGENDAMENTOS CANCELADOS.........." TO LIN-RES-TEXTO
           MOVE QTD-AGD-ECT TO LIN-RES-VALOR
           WRITE LINHA-REL FROM LIN-RESUMO
           MOVE DATA-ENC-ECT TO LIN-DATA-ENC-VALOR
           WRITE LINHA-REL FROM LIN-DATA-ENC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

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
           PERFORM SOMA-DIGITO-DV
               VARYING WS-IDX-DV FROM 9 BY -1
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
           MOVE "ENCERRACT" TO PROGRAMA-RUN
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
           DISPLAY 'PEDIDOS RECUSADOS......: ' WS-QTD-RECUSADOS
           DISPLAY 'LIQUIDACOES EMITIDAS...: ' WS-QTD-LIQUIDADAS
           DISPLAY 'PAGAMENTOS REEMITIDOS..: ' WS-QTD-REEMITIDOS
           DISPLAY 'CONTAS ENCERRADAS......: ' WS-QTD-ENCERRADAS
           DISPLAY 'LIQUIDACOES PENDENTES..: ' WS-QTD-PENDENTES
           DISPLAY 'AGENDAMENTOS CANCELADOS: ' WS-QTD-AGD-CANCEL
           DISPLAY 'REAPRESENTACOES CANCEL.: ' WS-QTD-RES-CANCEL
           CLOSE ARQCLI.
           IF WS-TEM-ENC = 1
               CLOSE ARQENC
           END-IF
           CLOSE ARQECT.
           IF WS-TEM-BLQ = 1
               CLOSE ARQBLQ
           END-IF
           IF WS-TEM-AGD = 1
               CLOSE ARQAGD
           END-IF
           IF WS-TEM-EMP = 1
               CLOSE ARQEMP
           END-IF
           IF WS-TEM-EXT = 1
               CLOSE ARQEXT
           END-IF
           CLOSE ARQTAR.
           CLOSE ARQMOV.
           CLOSE ARQAUD.
           CLOSE ARQREL.
           PERFORM ENCERRA-RUN-LOTE.
