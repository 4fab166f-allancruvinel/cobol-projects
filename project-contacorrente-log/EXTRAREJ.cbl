           RECORD KEY IS NUM-AGD
           FILE STATUS IS ST-AGD.

           SELECT ARQECT ASSIGN TO "ENCERCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ECT
           FILE STATUS IS ST-ECT.

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

           SELECT ARQATR ASSIGN TO "ATRASO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-ATR
           FILE STATUS IS ST-ATR.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQAGD.
           COPY CPAGD.

       FD  ARQECT.
           COPY CPECT.

       FD  ARQEMP.
           COPY CPEMP.

       FD  ARQPCE.
           COPY CPPCE.

       FD  ARQATR.
           COPY CPATR.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RES          PIC X(02).
       77  ST-WRK          PIC X(02).
       77  ST-AGD          PIC X(02).
       77  ST-ECT          PIC X(02).
       77  ST-EMP          PIC X(02).
       77  ST-PCE          PIC X(02).
       77  ST-ATR          PIC X(02).
       77  FIM-LOG         PIC 9(01) VALUE ZERO.
       77  FIM-AGD         PIC 9(01) VALUE ZERO.
       77  FIM-ECT         PIC 9(01) VALUE ZERO.
       77  FIM-EMP         PIC 9(01) VALUE ZERO.
       77  FIM-PCE         PIC 9(01) VALUE ZERO.
       77  FIM-ATR         PIC 9(01) VALUE ZERO.
       77  FIM-MOVP        PIC 9(01) VALUE ZERO.
       77  FIM-RES         PIC 9(01) VALUE ZERO.
       77  FIM-WRK         PIC 9(01) VALUE ZERO.
       77  WS-QTD-DUPLICADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-INCONSIST PIC 9(09) VALUE ZERO.
       77  WS-QTD-EXPURGADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-RETENTADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-CHEQUES  PIC 9(09) VALUE ZERO.
       77  WS-QTD-PEND-RET PIC 9(05) VALUE ZERO.
       77  WS-ACHOU-RET    PIC 9(01) VALUE ZERO.
       77  WS-CTRL-RET     PIC 9(10).
       77  WS-TEM-MARCA    PIC 9(01) VALUE ZERO.
       77  WS-TABELA-CHEIA PIC 9(01) VALUE ZERO.
       77  WS-CHAVE-MOV    PIC X(30).
       01  WS-TABELA-PENDENTES.
           03 WS-PEND-REG OCCURS 5000 TIMES PIC X(95).

      *    controles das emissoes ainda pendentes dos geradores que
      *    tem retentativa propria: pagamento agendado (AGENDA.DAT,
      *    GERAAGENDA), pagamento do saldo de encerramento
      *    (ENCERCTL.DAT, ENCERRACT), liberacao e parcelas de
      *    emprestimo (EMPREST.DAT e PARCEMP.DAT, GERAPARCEL) e baixa
      *    para prejuizo (ATRASO.DAT, COBRADEV). A
      *    rejeicao delas fica fora da reapresentacao, pois o gerador
      *    reemite por conta propria (e reapresentar aqui tambem
      *    postaria o valor duas vezes quando os fundos chegassem)
       01  WS-TABELA-RETENTADOS.
           03 WS-RET-CONTROLE OCCURS 2000 TIMES PIC 9(10).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM VERIFICA-RETOMADA.
           PERFORM CARREGA-ANTERIORES.
           PERFORM CARREGA-AGENDADOS.
           PERFORM CARREGA-ENCERRAMENTOS.
           PERFORM CARREGA-EMPRESTIMOS.
           PERFORM CARREGA-BAIXAS.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-PENDENTES-ANTIGAS.
           PERFORM CARREGA-REJEITADOS UNTIL FIM-LOG EQUAL 1.
                   MOVE 1 TO FIM-AGD
               NOT AT END
                   IF CTRL-PEND-AGD > ZERO
                       MOVE CTRL-PEND-AGD TO WS-CTRL-RET
                       PERFORM GUARDA-RETENTADO
                   END-IF
           END-READ.

      *    sem ENCERCTL.DAT nao ha liquidacao de encerramento aberta
       CARREGA-ENCERRAMENTOS.
           OPEN INPUT ARQECT
           IF ST-ECT EQUAL '35'
               CONTINUE
           ELSE
               IF ST-ECT NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ENCERCTL.DAT ' ST-ECT
                   STOP RUN
               END-IF
               PERFORM CARREGA-ENCERRAMENTOS-LE UNTIL FIM-ECT = 1
               CLOSE ARQECT
           END-IF.

       CARREGA-ENCERRAMENTOS-LE.
           READ ARQECT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ECT
               NOT AT END
                   IF ECT-EM-LIQUIDACAO AND CTRL-PAGTO-ECT > ZERO
                       MOVE CTRL-PAGTO-ECT TO WS-CTRL-RET
                       PERFORM GUARDA-RETENTADO
                   END-IF
           END-READ.

      *    sem EMPREST.DAT nenhum contrato de emprestimo foi feito
       CARREGA-EMPRESTIMOS.
           OPEN INPUT ARQEMP
           IF ST-EMP EQUAL '35'
               CONTINUE
           ELSE
               IF ST-EMP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EMPREST.DAT ' ST-EMP
                   STOP RUN
               END-IF
               PERFORM CARREGA-EMPRESTIMOS-LE UNTIL FIM-EMP = 1
               CLOSE ARQEMP
               PERFORM CARREGA-PARCELAS
           END-IF.

       CARREGA-EMPRESTIMOS-LE.
           READ ARQEMP NEXT RECORD
               AT END
                   MOVE 1 TO FIM-EMP
               NOT AT END
                   IF EMP-EM-LIBERACAO
                       MOVE CTRL-LIB-EMP TO WS-CTRL-RET
                       PERFORM GUARDA-RETENTADO
                   END-IF
           END-READ.

       CARREGA-PARCELAS.
           OPEN INPUT ARQPCE
           IF ST-PCE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR PARCEMP.DAT ' ST-PCE
               STOP RUN
           END-IF
           PERFORM CARREGA-PARCELAS-LE UNTIL FIM-PCE = 1
           CLOSE ARQPCE.

       CARREGA-PARCELAS-LE.
           READ ARQPCE NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PCE
               NOT AT END
                   IF PCE-ABERTA AND CTRL-PEND-PCE > ZERO
                       MOVE CTRL-PEND-PCE TO WS-CTRL-RET
                       PERFORM GUARDA-RETENTADO
                   END-IF
           END-READ.

      *    sem ATRASO.DAT o COBRADEV ainda nao rodou
       CARREGA-BAIXAS.
           OPEN INPUT ARQATR
           IF ST-ATR EQUAL '35'
               CONTINUE
           ELSE
               IF ST-ATR NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ATRASO.DAT ' ST-ATR
                   STOP RUN
               END-IF
               PERFORM CARREGA-BAIXAS-LE UNTIL FIM-ATR = 1
               CLOSE ARQATR
           END-IF.

       CARREGA-BAIXAS-LE.
           READ ARQATR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ATR
               NOT AT END
                   IF ATR-EM-BAIXA
                       MOVE CTRL-BAIXA-ATR TO WS-CTRL-RET
                       PERFORM GUARDA-RETENTADO
                   END-IF
           END-READ.

       GUARDA-RETENTADO.
           IF WS-QTD-PEND-RET < 2000
               ADD 1 TO WS-QTD-PEND-RET
               MOVE WS-CTRL-RET TO WS-RET-CONTROLE (WS-QTD-PEND-RET)
           ELSE
               MOVE 1 TO WS-TABELA-CHEIA
           END-IF.

       ABRE-ARQ.
           OPEN INPUT ARQLOG
           IF ST-LOG NOT EQUAL '00'
               WRITE REG-WRK
           END-PERFORM.

      *    toda linha de log que nao e trailer, conta atualizada nem
      *    perna de cobertura automatica e uma rejeicao; o controle
      *    identifica o movimento de origem.
      *    dois motivos nunca entram na reapresentacao: movimento
      *    duplicado ja foi aplicado numa execucao anterior, e
      *    reinjeta-lo com controle novo postaria o valor duas
                   IF MARCA-TRAILER NOT EQUAL "TRAILER1"
                           AND DESCRICAO-LOG NOT EQUAL
                               " CONTA ATUALIZADA"
                           AND DESCRICAO-LOG NOT EQUAL
                               " COBERTURA ENVIADA"
                           AND DESCRICAO-LOG NOT EQUAL
                               " COBERTURA RECEBIDA"
                       PERFORM CLASSIFICA-REJEITADO
                   END-IF
           END-READ.
                   ADD 1 TO WS-QTD-INCONSIST
                   PERFORM EXCECAO-INCONSISTENTE
               ELSE
                   PERFORM VERIFICA-RETENTADO
                   IF WS-ACHOU-RET = 1
                       ADD 1 TO WS-QTD-RETENTADOS
                   ELSE
                       PERFORM GUARDA-REJEITADO
                   END-IF
               END-IF
           END-IF.

      *    rejeicao de emissao pendente de um gerador com motor de
      *    retentativa proprio (GERAAGENDA, ENCERRACT, GERAPARCEL,
      *    COBRADEV): nao entra em RESSUB
       VERIFICA-RETENTADO.
           MOVE ZERO TO WS-ACHOU-RET
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PEND-RET
                   OR WS-ACHOU-RET = 1
               IF WS-RET-CONTROLE (WS-IDX) = NUM-CONTROLE-LOG
                   MOVE 1 TO WS-ACHOU-RET
               END-IF
           END-PERFORM.

                   MOVE 1 TO WS-ACHOU
               END-IF
           END-PERFORM
      *    debito de cheque rejeitado nao se reapresenta: o
      *    DEVOLVECHQ devolve o cheque a camara com o motivo, e
      *    quem reapresenta e o banco do portador
           IF WS-ACHOU = 1
               IF CHEQUE-MOV
                   ADD 1 TO WS-QTD-CHEQUES
               ELSE
                   SUBTRACT 1 FROM WS-IDX
                   PERFORM GRAVA-PENDENTE
               END-IF
           END-IF.

       GRAVA-PENDENTE.
           IF WS-QTD-INCONSIST > 0
               DISPLAY 'INCONSISTENTES EM EXCECAO: ' WS-QTD-INCONSIST
           END-IF
           IF WS-QTD-RETENTADOS > 0
               DISPLAY 'REJEICOES RETENTADAS PELO GERADOR (GERAAGENDA,'
                   ' ENCERRACT, GERAPARCEL, COBRADEV): '
                   WS-QTD-RETENTADOS
           END-IF
           IF WS-QTD-CHEQUES > 0
               DISPLAY 'CHEQUES REJEITADOS (DEVOLVIDOS PELO'
                   ' DEVOLVECHQ): ' WS-QTD-CHEQUES
           END-IF
           IF WS-TABELA-CHEIA = 1
               DISPLAY 'AVISO: TABELA INTERNA CHEIA, EXTRACAO PODE'
