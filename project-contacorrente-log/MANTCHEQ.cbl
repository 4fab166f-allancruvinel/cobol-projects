      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao de taloes e sustacoes de cheque: aplica
      *          as operacoes vindas do arquivo externo CHQMNT.DAT
      *          (emissao e cancelamento de talao em TALAO.DAT,
      *          colocacao e revogacao de sustacao em SUSTACAO.DAT),
      *          no mesmo espirito da manutencao cadastral do
      *          MANTCLIENT sobre MANUT.DAT. A emissao numera o talao
      *          a partir do fim do ultimo talao da conta; a sustacao
      *          so e aceita sobre folhas ja emitidas para a conta. O
      *          que nao faz sentido e rejeitado com o motivo no
      *          relatorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCHEQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO "ARQCLIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLI
           ALTERNATE RECORD KEY IS NOME-CLI WITH DUPLICATES
           FILE STATUS IS ST-CLI.

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

           SELECT ARQCQM ASSIGN TO "CHQMNT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CQM.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPCLI.

       FD  ARQTAL.
           COPY CPTAL.

       FD  ARQSUS.
           COPY CPSUS.

       FD  ARQCQM.
           COPY CPCQM.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-TAL          PIC X(02).
       77  ST-SUS          PIC X(02).
       77  ST-CQM          PIC X(02).
       77  FIM-CQM         PIC 9(01) VALUE ZERO.
       77  FIM-TAL         PIC 9(01) VALUE ZERO.
       77  WS-MOTIVO       PIC X(20).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-QTD-LIDAS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-APLICADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-REJEITADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-TALOES   PIC 9(09) VALUE ZERO.
       77  WS-QTD-SUSTACOES PIC 9(09) VALUE ZERO.
      *    teto de folhas por talao emitido
       77  WS-MAX-FOLHAS   PIC 9(03) VALUE 50.
       77  WS-ULT-NUM-CONTA PIC 9(06).
       77  WS-NUM-INI-NOVO PIC 9(06).
       77  WS-NUM-FIM-NOVO PIC 9(07).
       77  WS-NUM-PROCURA  PIC 9(06).
       77  WS-NUM-FIM-SUS  PIC 9(06).
       77  WS-EMITIDO      PIC 9(01).
       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-SOMA-DV      PIC 9(04).
       77  WS-PESO-DV      PIC 9(02).
       77  WS-IDX-DV       PIC 9(02).
       77  WS-QUOC-DV      PIC 9(04).
       77  WS-RESTO-DV     PIC 9(02).
       77  WS-DV           PIC 9(01).

      *    agencia + conta lado a lado, digito a digito, para o
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL FIM-CQM EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.

       ABRE-ARQ.
      *    a manutencao exige o cadastro de clientes existente, mas
      *    cria os arquivos de taloes e de sustacoes na primeira
      *    execucao
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               STOP RUN.

           OPEN I-O ARQTAL
           IF ST-TAL EQUAL '35'
               OPEN OUTPUT ARQTAL
               CLOSE ARQTAL
               OPEN I-O ARQTAL
           END-IF.
           IF ST-TAL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TALAO.DAT ' ST-TAL
               STOP RUN.

           OPEN I-O ARQSUS
           IF ST-SUS EQUAL '35'
               OPEN OUTPUT ARQSUS
               CLOSE ARQSUS
               OPEN I-O ARQSUS
           END-IF.
           IF ST-SUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR SUSTACAO.DAT ' ST-SUS
               STOP RUN.

           OPEN INPUT ARQCQM
           IF ST-CQM NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CHQMNT.DAT ' ST-CQM
               STOP RUN.

       PROCESSO.
           READ ARQCQM
               AT END
                   MOVE 1 TO FIM-CQM
               NOT AT END
                   PERFORM APLICA-OPERACAO
           END-READ.

       APLICA-OPERACAO.
           ADD 1 TO WS-QTD-LIDAS
           MOVE SPACES TO WS-MOTIVO
           PERFORM CRITICA-DV-CONTA
           IF WS-MOTIVO = SPACES
               PERFORM CRITICA-CONTA
           END-IF
           IF WS-MOTIVO = SPACES
               IF CQM-EMITIR-TALAO
                   PERFORM APLICA-EMISSAO
               ELSE
                   IF CQM-CANCELAR-TALAO
                       PERFORM APLICA-CANCELAMENTO
                   ELSE
                       IF CQM-SUSTAR
                           PERFORM APLICA-SUSTACAO
                       ELSE
                           IF CQM-REVOGAR-SUST
                               PERFORM APLICA-REVOGACAO
                           ELSE
                               MOVE "OPERACAO INVALIDA" TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-APLICADAS
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY 'CONTA ' AGENCIA-CQM '-' CONTA-CQM
                   ' OPERACAO ' OPERACAO-CQM
                   ' REJEITADA: ' WS-MOTIVO
           END-IF.

      *    o digito verificador barra a conta valida-mas-errada: um
      *    talao entregue ou uma sustacao colocada na conta de outro
      *    cliente nao tem volta pela compensacao
       CRITICA-DV-CONTA.
           MOVE AGENCIA-CQM TO WS-AGENCIA-DV
           MOVE CONTA-CQM TO WS-CONTA-DV
           PERFORM CALCULA-DV
           IF DV-CQM IS NOT NUMERIC OR DV-CQM NOT = WS-DV
               MOVE "DV INVALIDO" TO WS-MOTIVO
           END-IF.

       CRITICA-CONTA.
           MOVE AGENCIA-CQM TO AGENCIA
           MOVE CONTA-CQM TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
           END-READ.

      *    talao novo so para conta ativa; a numeracao continua do
      *    ponto onde o ultimo talao da conta parou, para nunca
      *    haver duas folhas com o mesmo numero na mesma conta
       APLICA-EMISSAO.
           IF NOT CONTA-ATIVA
               MOVE "CONTA NAO ATIVA" TO WS-MOTIVO
           ELSE
               IF QTD-FOLHAS-CQM IS NOT NUMERIC
                       OR QTD-FOLHAS-CQM = ZERO
                       OR QTD-FOLHAS-CQM > WS-MAX-FOLHAS
                   MOVE "QTD FOLHAS INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM LOCALIZA-ULTIMO-NUMERO
               COMPUTE WS-NUM-INI-NOVO = WS-ULT-NUM-CONTA + 1
               COMPUTE WS-NUM-FIM-NOVO =
                   WS-ULT-NUM-CONTA + QTD-FOLHAS-CQM
               IF WS-ULT-NUM-CONTA = 999999
                       OR WS-NUM-FIM-NOVO > 999999
                   MOVE "NUMERACAO ESGOTADA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE AGENCIA-CQM TO AGENCIA-TAL
               MOVE CONTA-CQM TO CONTA-TAL
               MOVE WS-NUM-INI-NOVO TO NUM-INI-TAL
               MOVE WS-NUM-FIM-NOVO TO NUM-FIM-TAL
               MOVE WS-DATA-HOJE TO DATA-EMISSAO-TAL
               MOVE ZEROS TO DATA-CANCEL-TAL
               MOVE USUARIO-CQM TO USUARIO-TAL
               MOVE "A" TO SITUACAO-TAL
               WRITE REG-TAL
                   INVALID KEY
                       MOVE "TALAO JA EXISTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-TALOES
                       DISPLAY 'TALAO EMITIDO CONTA ' AGENCIA-TAL
                           '-' CONTA-TAL ' FOLHAS ' NUM-INI-TAL
                           ' A ' NUM-FIM-TAL
               END-WRITE
           END-IF.

      *    maior fim de faixa entre os taloes da conta (ativos ou
      *    cancelados: numero cancelado tambem nao se reaproveita)
       LOCALIZA-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULT-NUM-CONTA
           MOVE ZERO TO FIM-TAL
           MOVE AGENCIA-CQM TO AGENCIA-TAL
           MOVE CONTA-CQM TO CONTA-TAL
           MOVE ZEROS TO NUM-INI-TAL
           START ARQTAL KEY IS NOT LESS THAN ID-TAL
               INVALID KEY
                   MOVE 1 TO FIM-TAL
           END-START
           PERFORM LOCALIZA-ULTIMO-NUMERO-LE UNTIL FIM-TAL = 1.

       LOCALIZA-ULTIMO-NUMERO-LE.
           READ ARQTAL NEXT RECORD
               AT END
                   MOVE 1 TO FIM-TAL
               NOT AT END
                   IF AGENCIA-TAL NOT = AGENCIA-CQM
                           OR CONTA-TAL NOT = CONTA-CQM
                       MOVE 1 TO FIM-TAL
                   ELSE
                       IF NUM-FIM-TAL > WS-ULT-NUM-CONTA
                           MOVE NUM-FIM-TAL TO WS-ULT-NUM-CONTA
                       END-IF
                   END-IF
           END-READ.

      *    talao extraviado ou recolhido: as folhas ainda nao pagas
      *    passam a voltar com o motivo 25 na compensacao
       APLICA-CANCELAMENTO.
           MOVE AGENCIA-CQM TO AGENCIA-TAL
           MOVE CONTA-CQM TO CONTA-TAL
           MOVE NUM-INI-CQM TO NUM-INI-TAL
           READ ARQTAL KEY IS ID-TAL
               INVALID KEY
                   MOVE "TALAO INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT TAL-ATIVO
                       MOVE "TALAO NAO ATIVO" TO WS-MOTIVO
                   ELSE
                       MOVE "C" TO SITUACAO-TAL
                       MOVE WS-DATA-HOJE TO DATA-CANCEL-TAL
                       MOVE USUARIO-CQM TO USUARIO-TAL
                       REWRITE REG-TAL
                   END-IF
           END-READ.

      *    a sustacao vale para conta em qualquer situacao (mesmo
      *    encerrada, a folha em circulacao precisa voltar com o
      *    motivo certo), mas so sobre folhas emitidas para ela. A
      *    chave e o primeiro numero da faixa: uma ordem revogada
      *    no mesmo numero e reaproveitada pela nova
       APLICA-SUSTACAO.
           IF NUM-FIM-CQM = ZERO
               MOVE NUM-INI-CQM TO WS-NUM-FIM-SUS
           ELSE
               MOVE NUM-FIM-CQM TO WS-NUM-FIM-SUS
           END-IF
           IF NUM-INI-CQM = ZERO OR NUM-INI-CQM > WS-NUM-FIM-SUS
               MOVE "FAIXA INVALIDA" TO WS-MOTIVO
           ELSE
               IF MOTIVO-CQM NOT = 21 AND MOTIVO-CQM NOT = 28
                   MOVE "MOTIVO INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE NUM-INI-CQM TO WS-NUM-PROCURA
               PERFORM VERIFICA-FOLHA-EMITIDA
               IF WS-EMITIDO = 1
                   MOVE WS-NUM-FIM-SUS TO WS-NUM-PROCURA
                   PERFORM VERIFICA-FOLHA-EMITIDA
               END-IF
               IF WS-EMITIDO = ZERO
                   MOVE "CHEQUE NAO EMITIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE AGENCIA-CQM TO AGENCIA-SUS
               MOVE CONTA-CQM TO CONTA-SUS
               MOVE NUM-INI-CQM TO NUM-INI-SUS
               READ ARQSUS KEY IS ID-SUS
                   INVALID KEY
                       PERFORM MONTA-SUSTACAO
                       WRITE REG-SUS
                       ADD 1 TO WS-QTD-SUSTACOES
                   NOT INVALID KEY
                       IF SUS-ATIVA
                           MOVE "SUSTACAO JA EXISTE" TO WS-MOTIVO
                       ELSE
                           PERFORM MONTA-SUSTACAO
                           REWRITE REG-SUS
                           ADD 1 TO WS-QTD-SUSTACOES
                       END-IF
               END-READ
           END-IF.

       MONTA-SUSTACAO.
           MOVE WS-NUM-FIM-SUS TO NUM-FIM-SUS
           MOVE MOTIVO-CQM TO MOTIVO-SUS
           MOVE WS-DATA-HOJE TO DATA-SUS
           MOVE ZEROS TO DATA-REVOG-SUS
           MOVE USUARIO-CQM TO USUARIO-SUS
           MOVE "A" TO SITUACAO-SUS.

      *    a folha WS-NUM-PROCURA esta na faixa de algum talao da
      *    conta (ativo ou cancelado)?
       VERIFICA-FOLHA-EMITIDA.
           MOVE ZERO TO WS-EMITIDO
           MOVE ZERO TO FIM-TAL
           MOVE AGENCIA-CQM TO AGENCIA-TAL
           MOVE CONTA-CQM TO CONTA-TAL
           MOVE ZEROS TO NUM-INI-TAL
           START ARQTAL KEY IS NOT LESS THAN ID-TAL
               INVALID KEY
                   MOVE 1 TO FIM-TAL
           END-START
           PERFORM VERIFICA-FOLHA-EMITIDA-LE UNTIL FIM-TAL = 1.

       VERIFICA-FOLHA-EMITIDA-LE.
           READ ARQTAL NEXT RECORD
               AT END
                   MOVE 1 TO FIM-TAL
               NOT AT END
                   IF AGENCIA-TAL NOT = AGENCIA-CQM
                           OR CONTA-TAL NOT = CONTA-CQM
                           OR NUM-INI-TAL > WS-NUM-PROCURA
                       MOVE 1 TO FIM-TAL
                   ELSE
                       IF NUM-FIM-TAL NOT < WS-NUM-PROCURA
                           MOVE 1 TO WS-EMITIDO
                           MOVE 1 TO FIM-TAL
                       END-IF
                   END-IF
           END-READ.

       APLICA-REVOGACAO.
           MOVE AGENCIA-CQM TO AGENCIA-SUS
           MOVE CONTA-CQM TO CONTA-SUS
           MOVE NUM-INI-CQM TO NUM-INI-SUS
           READ ARQSUS KEY IS ID-SUS
               INVALID KEY
                   MOVE "SUSTACAO INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT SUS-ATIVA
                       MOVE "SUSTACAO NAO ATIVA" TO WS-MOTIVO
                   ELSE
                       MOVE "R" TO SITUACAO-SUS
                       MOVE WS-DATA-HOJE TO DATA-REVOG-SUS
                       MOVE USUARIO-CQM TO USUARIO-SUS
                       REWRITE REG-SUS
                   END-IF
           END-READ.

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
               VARYING WS-IDX-DV FROM 9 BY -1 UNTIL WS-IDX-DV < 1
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
           MOVE "MANTCHEQ" TO PROGRAMA-RUN
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
           DISPLAY 'OPERACOES LIDAS......: ' WS-QTD-LIDAS
           DISPLAY 'OPERACOES APLICADAS..: ' WS-QTD-APLICADAS
           DISPLAY 'OPERACOES REJEITADAS.: ' WS-QTD-REJEITADAS
           DISPLAY 'TALOES EMITIDOS......: ' WS-QTD-TALOES
           DISPLAY 'SUSTACOES COLOCADAS..: ' WS-QTD-SUSTACOES
           CLOSE ARQCLI.
           CLOSE ARQTAL.
           CLOSE ARQSUS.
           CLOSE ARQCQM.
           PERFORM ENCERRA-RUN-LOTE.
