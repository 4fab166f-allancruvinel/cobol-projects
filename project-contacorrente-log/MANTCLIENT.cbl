      * Date:
      * Purpose: manutencao cadastral pos-abertura: aplica em
      *          ARQCLIE.DAT as alteracoes vindas do arquivo externo
      *          MANUT.DAT (bloqueio, desbloqueio, novo
      *          limite, nova taxa, correcao de nome, colocacao e
      *          liberacao de bloqueio judicial parcial em
      *          BLOQJUD.DAT, adesao e cancelamento de cobertura
      *          automatica de saldo em COBERTUR.DAT, recusa e volta
      *          de aviso ao cliente em NOTIFOPT.DAT), rejeitando as
      *          que nao fazem sentido (o encerramento e sempre
      *          rejeitado: a conta so encerra pelo ENCERRACT, com a
      *          liquidacao), e
      *          grava cada alteracao aplicada ou rejeitada na trilha
      *          de auditoria AUDMANT.DAT com a imagem anterior e a
      *          nova. O bloqueio de conta e o bloqueio judicial
      *          aplicados viram aviso ao cliente em NOTIFPEN.WRK
      *          (ver GERANOTIF). As operacoes de dupla alcada
      *          (MNT-EXIGE-APROVACAO e o aumento de limite) nao sao
      *          aplicadas: viram pedido em APROVPEN.DAT para outro
      *          usuario aprovar no APROVA, e o pedido aprovado e
      *          aplicado na execucao seguinte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS DOC-CDM
           FILE STATUS IS ST-CDM.

           SELECT ARQCBT ASSIGN TO "COBERTUR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CBT
           FILE STATUS IS ST-CBT.

           SELECT ARQNOP ASSIGN TO "NOTIFOPT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-NOP
           FILE STATUS IS ST-NOP.

           SELECT ARQAPR ASSIGN TO "APROVPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-APR
           FILE STATUS IS ST-APR.

           SELECT ARQPEN ASSIGN TO "NOTIFPEN.WRK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-PEN.

           SELECT ARQRUN ASSIGN TO "CTRLRUN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  ARQCDM.
           COPY CPCDM.

       FD  ARQCBT.
           COPY CPCBT.

       FD  ARQNOP.
           COPY CPNOP.

       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQPEN.
           COPY CPNTF.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-AUD          PIC X(02).
       77  ST-BLQ          PIC X(02).
       77  ST-CDM          PIC X(02).
       77  ST-CBT          PIC X(02).
       77  FIM-CBT         PIC 9(01) VALUE ZERO.
       77  ST-NOP          PIC X(02).
       77  ST-PEN          PIC X(02).
       77  ST-APR          PIC X(02).
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  WS-ULT-NUM-APR  PIC 9(08) VALUE ZERO.
       77  WS-APROVADO     PIC 9(01) VALUE ZERO.
       77  WS-PEDE-APROVACAO PIC 9(01) VALUE ZERO.
       77  WS-QTD-PENDENTES PIC 9(09) VALUE ZERO.
       77  WS-QTD-EFETIVADAS PIC 9(09) VALUE ZERO.
       77  WS-DOC-COBERTA  PIC 9(14).
       77  FIM-MNT         PIC 9(01) VALUE ZERO.
       77  FIM-BLQ         PIC 9(01) VALUE ZERO.
       77  WS-SEQ-NOVO-BLQ PIC 9(03) VALUE ZERO.
      *    calculo do verificador
       01  WS-CHAVE-DV.
           03 WS-DIG-DV OCCURS 9 TIMES PIC 9(01).

      *    conta pagadora da cobertura, como vai para a auditoria
       01  WS-DESC-FONTE.
           03 FILLER           PIC X(06) VALUE "FONTE ".
           03 WS-AG-DESC-FONTE PIC 9(03).
           03 FILLER           PIC X(01) VALUE "-".
           03 WS-CT-DESC-FONTE PIC 9(06).

       01  WS-DESC-PRIORIDADE.
           03 FILLER           PIC X(11) VALUE "PRIORIDADE ".
           03 WS-NUM-DESC-PRIOR PIC 9(02).

      *    evento de aviso, como vai para a auditoria
       01  WS-DESC-AVISO.
           03 FILLER           PIC X(07) VALUE "EVENTO ".
           03 WS-NUM-DESC-AVISO PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-SIT-DESC-AVISO PIC X(10).

      *    numero do pedido de APROVPEN.DAT, como vai para a
      *    auditoria
       01  WS-DESC-PEDIDO.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
           03 WS-NUM-DESC-PEDIDO PIC 9(08).

      *    complemento do aviso de bloqueio judicial
       01  WS-COMPL-AVISO.
           03 FILLER           PIC X(06) VALUE "ORDEM ".
           03 WS-ORDEM-AVISO   PIC X(12).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-RUN.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM APLICA-APROVADOS.
           PERFORM PROCESSO UNTIL FIM-MNT EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.
               DISPLAY 'ERRO AO ABRIR CLIMEST.DAT ' ST-CDM
               STOP RUN.

      *    as coberturas de saldo persistem entre execucoes; abre
      *    I-O, criando o arquivo so na primeira execucao
           OPEN I-O ARQCBT
           IF ST-CBT EQUAL '35'
               OPEN OUTPUT ARQCBT
               CLOSE ARQCBT
               OPEN I-O ARQCBT
           END-IF.
           IF ST-CBT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR COBERTUR.DAT ' ST-CBT
               STOP RUN.

      *    as recusas de aviso persistem entre execucoes; abre I-O,
      *    criando o arquivo so na primeira execucao
           OPEN I-O ARQNOP
           IF ST-NOP EQUAL '35'
               OPEN OUTPUT ARQNOP
               CLOSE ARQNOP
               OPEN I-O ARQNOP
           END-IF.
           IF ST-NOP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFOPT.DAT ' ST-NOP
               STOP RUN.

      *    eventos para o aviso ao cliente, acumulados ate a proxima
      *    montagem do arquivo do provedor pelo GERANOTIF
           OPEN EXTEND ARQPEN
           IF ST-PEN EQUAL '35'
               OPEN OUTPUT ARQPEN
               CLOSE ARQPEN
               OPEN EXTEND ARQPEN
           END-IF.
           IF ST-PEN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTIFPEN.WRK ' ST-PEN
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

      *    os pedidos aprovados no APROVA desde a ultima execucao sao
      *    aplicados antes do arquivo do dia, pelo mesmo caminho e
      *    com a mesma critica; a varredura tambem acha o ultimo
      *    numero de pedido usado
       APLICA-APROVADOS.
           MOVE 1 TO WS-APROVADO
           PERFORM APLICA-APROVADOS-LE UNTIL FIM-APR = 1
           MOVE 0 TO WS-APROVADO.

       APLICA-APROVADOS-LE.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   MOVE NUM-APR TO WS-ULT-NUM-APR
                   IF APR-MANUTENCAO AND APR-APROVADO
                       PERFORM EFETIVA-APROVADO
                   END-IF
           END-READ.

      *    aplicado ou rejeitado pela critica, o pedido sai da fila;
      *    o resultado fica na auditoria com o numero do pedido
       EFETIVA-APROVADO.
           MOVE IMAGEM-APR TO REG-MNT
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           ADD 1 TO WS-QTD-EFETIVADAS
           PERFORM APLICA-MANUTENCAO
           MOVE "F" TO SITUACAO-APR
           MOVE WS-DATA-HOJE TO DATA-EFET-APR
           REWRITE REG-APR.

       PROCESSO.
           READ ARQMNT
               AT END
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-VALOR-ANT
           MOVE SPACES TO WS-VALOR-NOVO
           MOVE 0 TO WS-PEDE-APROVACAO
      *    o digito verificador barra a conta valida-mas-errada
      *    antes de qualquer alteracao cair no cadastro
           MOVE AGENCIA-MNT TO WS-AGENCIA-DV
                   INVALID KEY
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
                   NOT INVALID KEY
      *                o encerramento nao chega a virar pedido de
      *                aprovacao: e recusado de saida
                       IF MNT-ENCERRAR
                           PERFORM APLICA-ENCERRAMENTO
                       ELSE
                           PERFORM CONFERE-ALCADA
                           IF WS-PEDE-APROVACAO = 1
                               PERFORM DESCREVE-PEDIDO
                           ELSE
                               PERFORM VALIDA-E-APLICA
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-PEDE-APROVACAO = 1
               ADD 1 TO WS-QTD-PENDENTES
               PERFORM REGISTRA-PEDIDO
           ELSE IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-APLICADAS
               PERFORM GRAVA-AUDITORIA-APLICADA
               IF MNT-BLOQUEAR OR MNT-COLOCAR-BLQ
                   PERFORM AVISA-BLOQUEIO
               END-IF
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
               PERFORM GRAVA-AUDITORIA-REJEITADA
           END-IF.

      *    dupla alcada: bloqueio, desbloqueio, encerramento,
      *    liberacao de bloqueio judicial, troca de documento e
      *    aumento de limite vindos de MANUT.DAT esperam a aprovacao
      *    de outro usuario; o pedido ja aprovado segue direto
       CONFERE-ALCADA.
           IF WS-APROVADO = 0 AND MNT-EXIGE-APROVACAO
               MOVE 1 TO WS-PEDE-APROVACAO
           END-IF
           IF WS-APROVADO = 0 AND MNT-NOVO-LIMITE
                   AND LIMITE-MNT > LIMITE-CREDITO
               MOVE 1 TO WS-PEDE-APROVACAO
           END-IF.

      *    imagem atual e pedida, para o aprovador e a auditoria; a
      *    critica de verdade so roda quando o pedido for aplicado
       DESCREVE-PEDIDO.
           IF MNT-NOVO-LIMITE
               MOVE LIMITE-CREDITO TO WS-LIMITE-EDIT
               MOVE WS-LIMITE-EDIT TO WS-VALOR-ANT
               MOVE LIMITE-MNT TO WS-LIMITE-EDIT
               MOVE WS-LIMITE-EDIT TO WS-VALOR-NOVO
           ELSE IF MNT-LIBERAR-BLQ
               MOVE REF-ORDEM-MNT TO WS-VALOR-ANT
               MOVE "LIBERADO" TO WS-VALOR-NOVO
           ELSE IF MNT-NOVO-DOC
               MOVE DOC-CLI TO WS-VALOR-ANT
               MOVE DOC-MNT TO WS-VALOR-NOVO
           ELSE
               PERFORM FORMATA-SITUACAO-ANT
               PERFORM DESCREVE-SITUACAO-PEDIDA
           END-IF.

       DESCREVE-SITUACAO-PEDIDA.
           IF MNT-BLOQUEAR
               MOVE "BLOQUEADA" TO WS-VALOR-NOVO
           ELSE IF MNT-DESBLOQUEAR
               MOVE "ATIVA" TO WS-VALOR-NOVO
           ELSE
               MOVE "ENCERRADA" TO WS-VALOR-NOVO
           END-IF.

      *    grava o pedido pendente em APROVPEN.DAT com a imagem de
      *    MANUT.DAT e o usuario que o fez, e a entrada do autor na
      *    auditoria
       REGISTRA-PEDIDO.
           ADD 1 TO WS-ULT-NUM-APR
           MOVE WS-ULT-NUM-APR TO NUM-APR
           MOVE "M" TO ORIGEM-APR
           MOVE "P" TO SITUACAO-APR
           MOVE USUARIO-MNT TO USUARIO-SOL-APR
           MOVE WS-DATA-HOJE TO DATA-SOL-APR
           MOVE WS-HORA-AGORA TO HORA-SOL-APR
           MOVE AGENCIA-MNT TO AGENCIA-APR
           MOVE CONTA-MNT TO CONTA-APR
           MOVE OPERACAO-MNT TO OPERACAO-APR
           MOVE WS-VALOR-ANT TO VALOR-ANT-APR
           MOVE WS-VALOR-NOVO TO VALOR-NOVO-APR
           MOVE SPACES TO USUARIO-DEC-APR
           MOVE ZEROS TO DATA-DEC-APR
           MOVE ZEROS TO HORA-DEC-APR
           MOVE ZEROS TO DATA-EFET-APR
           MOVE REG-MNT TO IMAGEM-APR
           WRITE REG-APR
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           MOVE "P" TO RESULTADO-AUD
           MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           PERFORM GRAVA-AUDITORIA.

      *    cada operacao valida a situacao atual antes de mexer no
      *    registro: encerramento exige saldo zerado, desbloqueio so
      *    vale para conta bloqueada, e conta encerrada e definitiva
               PERFORM APLICA-LIBERA-BLOQ-JUD
           ELSE IF MNT-NOVO-DOC
               PERFORM APLICA-NOVO-DOC
           ELSE IF MNT-ADERIR-COBERT
               PERFORM APLICA-ADESAO-COBERTURA
           ELSE IF MNT-CANCELAR-COBERT
               PERFORM APLICA-CANCELA-COBERTURA
           ELSE IF MNT-RECUSAR-AVISO
               PERFORM APLICA-RECUSA-AVISO
           ELSE IF MNT-ACEITAR-AVISO
               PERFORM APLICA-VOLTA-AVISO
           ELSE
               MOVE "OPERACAO INVALIDA" TO WS-MOTIVO
           END-IF.
               END-IF
           END-IF.

      *    o encerramento direto pularia a liquidacao do ENCERRACT
      *    (juros pro rata, tarifa final, pagamento do saldo,
      *    bloqueios, agendamentos, reapresentacoes, emprestimos e o
      *    registro em ENCERCTL.DAT); o pedido vai pelo ENCERRA.DAT.
      *    Pedido antigo ja aprovado tambem cai aqui
       APLICA-ENCERRAMENTO.
           PERFORM FORMATA-SITUACAO-ANT
           IF CONTA-ENCERRADA
               MOVE "CONTA JA ENCERRADA" TO WS-MOTIVO
           ELSE
               MOVE "SO PELO ENCERRACT" TO WS-MOTIVO
           END-IF.

       APLICA-NOVO-LIMITE.
                   END-IF
           END-READ.

      *    adesao a cobertura automatica: a pagadora tem de ser
      *    outra conta do mesmo titular (mesmo DOC-CLI, preenchido),
      *    nao encerrada, ainda nao ligada a esta conta, e a
      *    prioridade pedida tem de estar livre. Uma prioridade
      *    cancelada e reaproveitada regravando o registro
       APLICA-ADESAO-COBERTURA.
           MOVE PRIORIDADE-MNT TO WS-NUM-DESC-PRIOR
           MOVE WS-DESC-PRIORIDADE TO WS-VALOR-ANT
           MOVE DOC-CLI TO WS-DOC-COBERTA
           IF CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WS-MOTIVO
           ELSE IF PRIORIDADE-MNT IS NOT NUMERIC
                   OR PRIORIDADE-MNT = ZERO
               MOVE "PRIORIDADE INVALIDA" TO WS-MOTIVO
           ELSE IF ID-FONTE-MNT = ID-CLI
               MOVE "FONTE IGUAL A CONTA" TO WS-MOTIVO
           ELSE IF WS-DOC-COBERTA = ZERO
               MOVE "DOCUMENTO AUSENTE" TO WS-MOTIVO
           ELSE
               PERFORM VALIDA-FONTE-COBERTURA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VARRE-COBERTURAS-CONTA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM GRAVA-COBERTURA
           END-IF.

      *    le a pagadora por cima de RED-CLI, que daqui em diante so
      *    serve para a auditoria (que usa os campos de MANUT.DAT)
       VALIDA-FONTE-COBERTURA.
           MOVE AGENCIA-FONTE-MNT TO AGENCIA
           MOVE CONTA-FONTE-MNT TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE "FONTE INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CONTA-ENCERRADA
                       MOVE "FONTE ENCERRADA" TO WS-MOTIVO
                   ELSE
                       IF DOC-CLI NOT = WS-DOC-COBERTA
                           MOVE "DOCUMENTO DIFERENTE" TO WS-MOTIVO
                       END-IF
                   END-IF
           END-READ.

      *    varre as coberturas da conta: a mesma pagadora nao pode
      *    estar ativa duas vezes, nem a prioridade pedida ocupada
       VARRE-COBERTURAS-CONTA.
           MOVE ZERO TO FIM-CBT
           MOVE AGENCIA-MNT TO AGENCIA-CBT
           MOVE CONTA-MNT TO CONTA-CBT
           MOVE ZEROS TO PRIORIDADE-CBT
           START ARQCBT KEY IS NOT LESS THAN ID-CBT
               INVALID KEY
                   MOVE 1 TO FIM-CBT
           END-START
           PERFORM VARRE-COBERTURAS-LE UNTIL FIM-CBT = 1.

       VARRE-COBERTURAS-LE.
           READ ARQCBT NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CBT
               NOT AT END
                   IF AGENCIA-CBT = AGENCIA-MNT
                           AND CONTA-CBT = CONTA-MNT
                       IF CBT-ATIVA AND ID-FONTE-CBT = ID-FONTE-MNT
                           MOVE "FONTE JA CADASTRADA" TO WS-MOTIVO
                           MOVE 1 TO FIM-CBT
                       ELSE
                           IF CBT-ATIVA
                                   AND PRIORIDADE-CBT = PRIORIDADE-MNT
                               MOVE "PRIORIDADE EM USO" TO WS-MOTIVO
                               MOVE 1 TO FIM-CBT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 1 TO FIM-CBT
                   END-IF
           END-READ.

       GRAVA-COBERTURA.
           MOVE AGENCIA-MNT TO AGENCIA-CBT
           MOVE CONTA-MNT TO CONTA-CBT
           MOVE PRIORIDADE-MNT TO PRIORIDADE-CBT
           READ ARQCBT KEY IS ID-CBT
               INVALID KEY
                   PERFORM MONTA-COBERTURA
                   WRITE REG-CBT
               NOT INVALID KEY
                   PERFORM MONTA-COBERTURA
                   REWRITE REG-CBT
           END-READ
           MOVE AGENCIA-FONTE-MNT TO WS-AG-DESC-FONTE
           MOVE CONTA-FONTE-MNT TO WS-CT-DESC-FONTE
           MOVE WS-DESC-FONTE TO WS-VALOR-NOVO.

       MONTA-COBERTURA.
           MOVE AGENCIA-MNT TO AGENCIA-CBT
           MOVE CONTA-MNT TO CONTA-CBT
           MOVE PRIORIDADE-MNT TO PRIORIDADE-CBT
           MOVE ID-FONTE-MNT TO ID-FONTE-CBT
           MOVE WS-DATA-HOJE TO DATA-ADESAO-CBT
           MOVE ZEROS TO DATA-CANCEL-CBT
           MOVE "A" TO SITUACAO-CBT.

      *    cancela a pagadora da prioridade informada; o registro
      *    fica no arquivo como historico ate a prioridade ser
      *    reaproveitada por outra adesao
       APLICA-CANCELA-COBERTURA.
           MOVE AGENCIA-MNT TO AGENCIA-CBT
           MOVE CONTA-MNT TO CONTA-CBT
           MOVE PRIORIDADE-MNT TO PRIORIDADE-CBT
           READ ARQCBT KEY IS ID-CBT
               INVALID KEY
                   MOVE "SEM COBERTURA ATIVA" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CBT-CANCELADA
                       MOVE "SEM COBERTURA ATIVA" TO WS-MOTIVO
                   ELSE
                       MOVE AGENCIA-FONTE-CBT TO WS-AG-DESC-FONTE
                       MOVE CONTA-FONTE-CBT TO WS-CT-DESC-FONTE
                       MOVE WS-DESC-FONTE TO WS-VALOR-ANT
                       MOVE "CANCELADA" TO WS-VALOR-NOVO
                       MOVE "C" TO SITUACAO-CBT
                       MOVE WS-DATA-HOJE TO DATA-CANCEL-CBT
                       REWRITE REG-CBT
                   END-IF
           END-READ.

      *    a recusa vale para o cliente (documento do titular), em
      *    todas as contas dele; o registro reativado reaproveita a
      *    chave de uma recusa ja cancelada
       APLICA-RECUSA-AVISO.
           MOVE EVENTO-MNT TO WS-NUM-DESC-AVISO
           MOVE "RECEBE" TO WS-SIT-DESC-AVISO
           MOVE WS-DESC-AVISO TO WS-VALOR-ANT
           IF EVENTO-MNT IS NOT NUMERIC OR NOT MNT-EVENTO-VALIDO
               MOVE "EVENTO INVALIDO" TO WS-MOTIVO
           ELSE IF DOC-CLI = ZERO
               MOVE "DOCUMENTO AUSENTE" TO WS-MOTIVO
           ELSE
               MOVE DOC-CLI TO DOC-NOP
               MOVE EVENTO-MNT TO EVENTO-NOP
               READ ARQNOP KEY IS ID-NOP
                   INVALID KEY
                       PERFORM MONTA-RECUSA
                       WRITE REG-NOP
                   NOT INVALID KEY
                       IF NOP-ATIVA
                           MOVE "RECUSA JA EXISTE" TO WS-MOTIVO
                       ELSE
                           PERFORM MONTA-RECUSA
                           REWRITE REG-NOP
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE "RECUSADO" TO WS-SIT-DESC-AVISO
               MOVE WS-DESC-AVISO TO WS-VALOR-NOVO
           END-IF.

       MONTA-RECUSA.
           MOVE DOC-CLI TO DOC-NOP
           MOVE EVENTO-MNT TO EVENTO-NOP
           MOVE "A" TO SITUACAO-NOP
           MOVE WS-DATA-HOJE TO DATA-NOP
           MOVE ZEROS TO DATA-CANCEL-NOP
           MOVE USUARIO-MNT TO USUARIO-NOP.

      *    a volta so marca a recusa como cancelada; o registro fica
      *    no arquivo como historico
       APLICA-VOLTA-AVISO.
           MOVE EVENTO-MNT TO WS-NUM-DESC-AVISO
           MOVE "RECUSADO" TO WS-SIT-DESC-AVISO
           MOVE WS-DESC-AVISO TO WS-VALOR-ANT
           IF EVENTO-MNT IS NOT NUMERIC OR NOT MNT-EVENTO-VALIDO
               MOVE "EVENTO INVALIDO" TO WS-MOTIVO
           ELSE IF DOC-CLI = ZERO
               MOVE "DOCUMENTO AUSENTE" TO WS-MOTIVO
           ELSE
               MOVE DOC-CLI TO DOC-NOP
               MOVE EVENTO-MNT TO EVENTO-NOP
               READ ARQNOP KEY IS ID-NOP
                   INVALID KEY
                       MOVE "SEM RECUSA ATIVA" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF NOP-CANCELADA
                           MOVE "SEM RECUSA ATIVA" TO WS-MOTIVO
                       ELSE
                           MOVE "C" TO SITUACAO-NOP
                           MOVE WS-DATA-HOJE TO DATA-CANCEL-NOP
                           REWRITE REG-NOP
                           MOVE "RECEBE" TO WS-SIT-DESC-AVISO
                           MOVE WS-DESC-AVISO TO WS-VALOR-NOVO
                       END-IF
               END-READ
           END-IF.

      *    bloqueio de conta aplicado (06) ou bloqueio judicial
      *    colocado (07, com o valor congelado e a ordem); o
      *    documento do titular e completado pelo GERANOTIF
       AVISA-BLOQUEIO.
           MOVE SPACES TO REG-NTF
           MOVE "D" TO TIPO-REG-NTF
           MOVE ZEROS TO DOC-NTF
           MOVE AGENCIA-MNT TO AGENCIA-NTF
           MOVE CONTA-MNT TO CONTA-NTF
           MOVE "+" TO SINAL-NTF
           MOVE WS-DATA-HOJE TO DATA-EVENTO-NTF
           IF MNT-BLOQUEAR
               MOVE 06 TO EVENTO-NTF
               MOVE ZEROS TO VALOR-CENT-NTF
           ELSE
               MOVE 07 TO EVENTO-NTF
               COMPUTE VALOR-CENT-NTF = LIMITE-MNT * 100
               MOVE REF-ORDEM-MNT TO WS-ORDEM-AVISO
               MOVE WS-COMPL-AVISO TO COMPL-NTF
           END-IF
           WRITE REG-NTF.

      *    digito verificador modulo 11 sobre agencia + conta, pesos
      *    2 a 10 da direita para a esquerda; resultado 10 ou 11

       GRAVA-AUDITORIA-APLICADA.
           MOVE "A" TO RESULTADO-AUD
           IF WS-APROVADO = 1
               MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           ELSE
               MOVE SPACES TO MOTIVO-AUD
           END-IF
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA-REJEITADA.
           DISPLAY 'MANUTENCOES LIDAS....: ' WS-QTD-LIDAS
           DISPLAY 'MANUTENCOES APLICADAS: ' WS-QTD-APLICADAS
           DISPLAY 'MANUTENCOES REJEITADAS: ' WS-QTD-REJEITADAS
           DISPLAY 'PEDIDOS APROVADOS....: ' WS-QTD-EFETIVADAS
           DISPLAY 'ENVIADAS P/ APROVACAO: ' WS-QTD-PENDENTES
           CLOSE ARQCLI.
           CLOSE ARQMNT.
           CLOSE ARQAUD.
           CLOSE ARQBLQ.
           CLOSE ARQCDM.
           CLOSE ARQCBT.
           CLOSE ARQNOP.
           CLOSE ARQPEN.
           CLOSE ARQAPR.
           PERFORM ENCERRA-RUN-LOTE.
