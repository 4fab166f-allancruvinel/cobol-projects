      *          critica a conta em ARQCLIE.DAT, o tipo, o valor, a
      *          frequencia e o destino conforme o tipo; o que nao
      *          faz sentido e rejeitado com o motivo no relatorio.
      *          Toda operacao e de dupla alcada: vira pedido em
      *          APROVPEN.DAT com o usuario que a fez, outro usuario
      *          aprova ou rejeita no APROVA, e so o pedido aprovado e
      *          aplicado, na execucao seguinte. Pedido, decisao e
      *          aplicacao ficam na trilha AUDMANT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AGM.

           SELECT ARQAPR ASSIGN TO "APROVPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-APR
           FILE STATUS IS ST-APR.

           SELECT ARQAUD ASSIGN TO "AUDMANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-AUD.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQAGM.
           COPY CPAGM.

       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQAUD.
           COPY CPAUD.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-AGD          PIC X(02).
       77  ST-AGM          PIC X(02).
       77  FIM-AGM         PIC 9(01) VALUE ZERO.
       77  ST-APR          PIC X(02).
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  ST-AUD          PIC X(02).
       77  WS-ULT-NUM-APR  PIC 9(08) VALUE ZERO.
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-MOTIVO       PIC X(20).
       77  WS-VALOR-ANT    PIC X(20).
       77  WS-VALOR-NOVO   PIC X(20).
       77  WS-AGENCIA-AUD  PIC 9(03).
       77  WS-CONTA-AUD    PIC 9(06).
       77  WS-OPERACAO-AUD PIC 9(02).
       77  WS-QTD-LIDAS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-APLICADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-REJEITADAS PIC 9(09) VALUE ZERO.
       77  WS-QTD-PENDENTES PIC 9(09) VALUE ZERO.
       77  WS-QTD-EFETIVADAS PIC 9(09) VALUE ZERO.
       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-SOMA-DV      PIC 9(04).
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).

      *    instrucao, valor pedido e numero do pedido de
      *    APROVPEN.DAT, como vao para a auditoria
       01  WS-DESC-INSTRUCAO.
           03 FILLER           PIC X(10) VALUE "INSTRUCAO ".
           03 WS-NUM-DESC-INSTR PIC 9(08).

       01  WS-DESC-VALOR.
           03 FILLER           PIC X(06) VALUE "VALOR ".
           03 WS-VALOR-DESC    PIC 9(09).99.

       01  WS-DESC-PEDIDO.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
           03 WS-NUM-DESC-PEDIDO PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM APLICA-APROVADOS.
           PERFORM PROCESSO UNTIL FIM-AGM EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.
               DISPLAY 'ERRO AO ABRIR AGDMNT.DAT ' ST-AGM
               STOP RUN.

      *    os pedidos de dupla alcada persistem entre execucoes; abre
      *    I-O, criando o arquivo so na primeira execucao
           OPEN I-O ARQAPR
           IF ST-APR EQUAL '35'
               OPEN OUTPUT ARQAPR
               CLOSE ARQAPR
               OPEN I-O ARQAPR
           END-IF.
           IF ST-APR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR APROVPEN.DAT ' ST-APR
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

      *    os pedidos aprovados no APROVA desde a ultima execucao sao
      *    aplicados antes do arquivo do dia; a varredura tambem acha
      *    o ultimo numero de pedido usado
       APLICA-APROVADOS.
           PERFORM APLICA-APROVADOS-LE UNTIL FIM-APR = 1.

       APLICA-APROVADOS-LE.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   MOVE NUM-APR TO WS-ULT-NUM-APR
                   IF APR-AGENDA AND APR-APROVADO
                       PERFORM EFETIVA-APROVADO
                   END-IF
           END-READ.

      *    aplicado ou rejeitado pela critica, o pedido sai da fila;
      *    o resultado fica na auditoria com o numero do pedido
       EFETIVA-APROVADO.
           MOVE IMAGEM-APR TO REG-AGM
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           ADD 1 TO WS-QTD-EFETIVADAS
           PERFORM APLICA-OPERACAO
           MOVE "F" TO SITUACAO-APR
           MOVE WS-DATA-HOJE TO DATA-EFET-APR
           REWRITE REG-APR.

      *    a operacao do arquivo do dia nao e aplicada: vira pedido
      *    pendente de aprovacao; so o codigo de operacao desconhecido
      *    e recusado aqui mesmo
       PROCESSO.
           READ ARQAGM
               AT END
                   MOVE 1 TO FIM-AGM
               NOT AT END
                   PERFORM RECEBE-OPERACAO
           END-READ.

       RECEBE-OPERACAO.
           ADD 1 TO WS-QTD-LIDAS
           IF AGM-INCLUIR OR AGM-NOVO-VALOR OR AGM-ENCERRAR
               ADD 1 TO WS-QTD-PENDENTES
               PERFORM DESCREVE-OPERACAO
               PERFORM REGISTRA-PEDIDO
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY 'INSTRUCAO ' NUM-AGM ' OPERACAO ' OPERACAO-AGM
                   ' REJEITADA: OPERACAO INVALIDA'
           END-IF.

      *    conta da instrucao (na troca de valor e no encerramento o
      *    arquivo pode trazer so o numero; a conta vem da agenda),
      *    codigo da auditoria (18 a 20 para as operacoes 01 a 03) e
      *    a imagem pedida
       DESCREVE-OPERACAO.
           MOVE AGENCIA-AGM TO WS-AGENCIA-AUD
           MOVE CONTA-AGM TO WS-CONTA-AUD
           IF NOT AGM-INCLUIR
               MOVE NUM-AGM TO NUM-AGD
               READ ARQAGD KEY IS NUM-AGD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AGENCIA-AGD TO WS-AGENCIA-AUD
                       MOVE CONTA-AGD TO WS-CONTA-AUD
               END-READ
           END-IF
           COMPUTE WS-OPERACAO-AUD = OPERACAO-AGM + 17
           MOVE NUM-AGM TO WS-NUM-DESC-INSTR
           MOVE WS-DESC-INSTRUCAO TO WS-VALOR-ANT
           IF AGM-ENCERRAR
               MOVE "ENCERRADA" TO WS-VALOR-NOVO
           ELSE
               MOVE VALOR-AGM TO WS-VALOR-DESC
               MOVE WS-DESC-VALOR TO WS-VALOR-NOVO
           END-IF.

      *    grava o pedido pendente em APROVPEN.DAT com a imagem de
      *    AGDMNT.DAT e o usuario que o fez, e a entrada do autor na
      *    auditoria
       REGISTRA-PEDIDO.
           ADD 1 TO WS-ULT-NUM-APR
           MOVE WS-ULT-NUM-APR TO NUM-APR
           MOVE "A" TO ORIGEM-APR
           MOVE "P" TO SITUACAO-APR
           MOVE USUARIO-AGM TO USUARIO-SOL-APR
           MOVE WS-DATA-HOJE TO DATA-SOL-APR
           MOVE WS-HORA-AGORA TO HORA-SOL-APR
           MOVE WS-AGENCIA-AUD TO AGENCIA-APR
           MOVE WS-CONTA-AUD TO CONTA-APR
           MOVE WS-OPERACAO-AUD TO OPERACAO-APR
           MOVE WS-VALOR-ANT TO VALOR-ANT-APR
           MOVE WS-VALOR-NOVO TO VALOR-NOVO-APR
           MOVE SPACES TO USUARIO-DEC-APR
           MOVE ZEROS TO DATA-DEC-APR
           MOVE ZEROS TO HORA-DEC-APR
           MOVE ZEROS TO DATA-EFET-APR
           MOVE REG-AGM TO IMAGEM-APR
           WRITE REG-APR
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           MOVE "P" TO RESULTADO-AUD
           MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           PERFORM GRAVA-AUDITORIA.

       APLICA-OPERACAO.
           ADD 1 TO WS-QTD-LIDAS
           MOVE SPACES TO WS-MOTIVO
           PERFORM DESCREVE-OPERACAO
           IF AGM-INCLUIR
               PERFORM APLICA-INCLUSAO
           ELSE
           END-IF
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-APLICADAS
               MOVE "A" TO RESULTADO-AUD
               MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY 'INSTRUCAO ' NUM-AGM ' OPERACAO ' OPERACAO-AGM
                   ' REJEITADA: ' WS-MOTIVO
               MOVE "R" TO RESULTADO-AUD
               MOVE WS-MOTIVO TO MOTIVO-AUD
           END-IF
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           MOVE WS-DATA-HOJE TO DATA-AUD
           MOVE WS-HORA-AGORA TO HORA-AUD
           MOVE USUARIO-AGM TO USUARIO-AUD
           MOVE WS-AGENCIA-AUD TO AGENCIA-AUD
           MOVE WS-CONTA-AUD TO CONTA-AUD
           MOVE WS-OPERACAO-AUD TO OPERACAO-AUD
           MOVE WS-VALOR-ANT TO VALOR-ANT-AUD
           MOVE WS-VALOR-NOVO TO VALOR-NOVO-AUD
           WRITE REG-AUD.

       APLICA-INCLUSAO.
           PERFORM CRITICA-INCLUSAO
           DISPLAY 'OPERACOES LIDAS......: ' WS-QTD-LIDAS
           DISPLAY 'OPERACOES APLICADAS..: ' WS-QTD-APLICADAS
           DISPLAY 'OPERACOES REJEITADAS.: ' WS-QTD-REJEITADAS
           DISPLAY 'PEDIDOS APROVADOS....: ' WS-QTD-EFETIVADAS
           DISPLAY 'ENVIADAS P/ APROVACAO: ' WS-QTD-PENDENTES
           CLOSE ARQCLI.
           CLOSE ARQAGD.
           CLOSE ARQAGM.
           CLOSE ARQAPR.
           CLOSE ARQAUD.
           PERFORM ENCERRA-RUN-LOTE.
