      ******************************************************************
      * Author:
      * Date:
      * Purpose: aprovacao dos pedidos de dupla alcada de
      *          APROVPEN.DAT (manutencao de conta do MANTCLIENT,
      *          manutencao de agendamento do MANTAGENDA e estorno do
      *          ESTORNO): apresenta cada pedido pendente ao usuario
      *          aprovador, que aprova, rejeita ou pula. O usuario que
      *          fez o pedido nunca decide o proprio pedido. O pedido
      *          pendente ha mais de WS-DIAS-VALIDADE dias corridos
      *          expira sem decisao. Cada decisao (e cada expiracao)
      *          vai para a trilha AUDMANT.DAT com o numero do pedido
      *          e o autor, ao lado da entrada gravada quando o pedido
      *          foi feito; o pedido aprovado e aplicado na proxima
      *          execucao do programa de origem.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           FILE STATUS IS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQAPR.
           COPY CPAPR.

       FD  ARQAUD.
           COPY CPAUD.

       FD  ARQRUN.
           COPY CPRUN.
       WORKING-STORAGE SECTION.
       77  ST-RUN          PIC X(02).
       77  FIM-RUN         PIC 9(01) VALUE ZERO.
       77  WS-RUN-ID       PIC 9(09) VALUE ZERO.
       77  WS-ULT-RUN-ID   PIC 9(09) VALUE ZERO.
       77  ST-APR          PIC X(02).
       77  FIM-APR         PIC 9(01) VALUE ZERO.
       77  ST-AUD          PIC X(02).
       77  WS-USUARIO      PIC X(08).
       77  WS-DATA-HOJE    PIC 9(08).
       77  WS-HORA-AGORA   PIC 9(06).
       77  WS-PARAR        PIC 9(01) VALUE ZERO.
       77  WS-QTD-LIDOS    PIC 9(09) VALUE ZERO.
       77  WS-QTD-APROVADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-REJEITADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-EXPIRADOS PIC 9(09) VALUE ZERO.
       77  WS-QTD-PULADOS  PIC 9(09) VALUE ZERO.
       77  WS-QTD-PROPRIOS PIC 9(09) VALUE ZERO.

      *    prazo do pedido pendente, em dias corridos desde o pedido;
      *    passado o prazo o pedido expira e precisa ser refeito
       77  WS-DIAS-VALIDADE PIC 9(03) VALUE 5.
       77  WS-DIAS-PEDIDO  PIC 9(07).

       77  WS-DECISAO      PIC X(01).
           88 DEC-APROVAR      VALUE "A".
           88 DEC-REJEITAR     VALUE "R".
           88 DEC-PULAR        VALUE "P".
           88 DEC-FIM          VALUE "F".
           88 DEC-VALIDA       VALUE "A" "R" "P" "F".

      *    contagem de dias corridos entre duas datas: cada data vira
      *    um numero de dia absoluto (dias desde o inicio do
      *    calendario, com o ano comecando em marco para o dia
      *    bissexto cair no fim)
       77  WS-DATA-CALC    PIC 9(08).
       77  WS-DIA-ABS      PIC 9(07).
       77  WS-DIA-ABS-HOJE PIC 9(07).
       77  WS-RESTO        PIC 9(04).
       77  WS-QUOC-4       PIC 9(04).
       77  WS-QUOC-100     PIC 9(04).
       77  WS-QUOC-400     PIC 9(04).
       77  WS-TERMO-MES    PIC 9(04).
       77  WS-QUOC-MES     PIC 9(04).

       01  WS-ANO          PIC 9(04).
       01  WS-MES          PIC 9(02).
       01  WS-DIA          PIC 9(02).

      *    numero do pedido e autor, como vao para a auditoria
       01  WS-DESC-PEDIDO.
           03 FILLER           PIC X(07) VALUE "PEDIDO ".
           03 WS-NUM-DESC-PEDIDO PIC 9(08).

       01  WS-DESC-AUTOR.
           03 FILLER           PIC X(12) VALUE "SOLICITANTE ".
           03 WS-USU-DESC-AUTOR PIC X(08).

      *    imagens do pedido, para mostrar ao aprovador o que vai ser
      *    aplicado
           COPY CPMNT.

           COPY CPAGM.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PEDE-USUARIO.
           PERFORM VERIFICA-RUN.
           PERFORM REGISTRA-RUN-LOTE.
           PERFORM ABRE-ARQ.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-CALC.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE WS-DIA-ABS TO WS-DIA-ABS-HOJE.
           PERFORM PROCESSO UNTIL FIM-APR EQUAL 1.
           PERFORM FINALIZA.
           STOP RUN.

      *    o usuario e conferido contra o autor de cada pedido; sem
      *    ele nao ha como garantir a dupla alcada
       PEDE-USUARIO.
           DISPLAY 'USUARIO APROVADOR: ' WITH NO ADVANCING
           ACCEPT WS-USUARIO.
           IF WS-USUARIO = SPACES
               DISPLAY 'USUARIO NAO INFORMADO'
               STOP RUN.

       ABRE-ARQ.
      *    sem o arquivo de pedidos nao ha o que aprovar
           OPEN I-O ARQAPR
           IF ST-APR EQUAL '35'
               DISPLAY 'NAO HA PEDIDOS EM APROVPEN.DAT'
               PERFORM ENCERRA-RUN-LOTE
               STOP RUN
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

      *    depois do F (fim) a varredura continua so para expirar os
      *    pedidos vencidos
       PROCESSO.
           READ ARQAPR NEXT RECORD
               AT END
                   MOVE 1 TO FIM-APR
               NOT AT END
                   IF APR-PENDENTE
                       PERFORM TRATA-PEDIDO
                   END-IF
           END-READ.

       TRATA-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS
           MOVE DATA-SOL-APR TO WS-DATA-CALC
           PERFORM CALCULA-DIA-ABSOLUTO
           COMPUTE WS-DIAS-PEDIDO = WS-DIA-ABS-HOJE - WS-DIA-ABS
           IF WS-DIAS-PEDIDO > WS-DIAS-VALIDADE
               PERFORM EXPIRA-PEDIDO
           ELSE IF WS-PARAR = 1
               ADD 1 TO WS-QTD-PULADOS
           ELSE IF USUARIO-SOL-APR = WS-USUARIO
               ADD 1 TO WS-QTD-PROPRIOS
               DISPLAY 'PEDIDO ' NUM-APR ' FEITO PELO PROPRIO USUARIO;'
                   ' SO OUTRO USUARIO PODE DECIDIR'
           ELSE
               PERFORM APRESENTA-PEDIDO
               MOVE SPACE TO WS-DECISAO
               PERFORM PEDE-DECISAO UNTIL DEC-VALIDA
               PERFORM APLICA-DECISAO
           END-IF.

       APRESENTA-PEDIDO.
           DISPLAY ' '
           DISPLAY 'PEDIDO ' NUM-APR ' DE ' USUARIO-SOL-APR
               ' EM ' DATA-SOL-APR ' ' HORA-SOL-APR
           DISPLAY 'CONTA ' AGENCIA-APR '-' CONTA-APR
               ' OPERACAO ' OPERACAO-APR
           IF APR-MANUTENCAO
               MOVE IMAGEM-APR TO REG-MNT
               DISPLAY 'MANUTENCAO DE CONTA (MANUT.DAT) ORDEM '
                   REF-ORDEM-MNT
           ELSE IF APR-AGENDA
               MOVE IMAGEM-APR TO REG-AGM
               DISPLAY 'AGENDAMENTO ' NUM-AGM ' TIPO ' TIPO-AGM
                   ' DESTINO ' BANCO-DEST-AGM '/' AGENCIA-DEST-AGM
                   '-' CONTA-DEST-AGM
           ELSE
               DISPLAY 'ESTORNO DO CONTROLE ' CONTROLE-EST-APR
           END-IF
           DISPLAY 'DE: ' VALOR-ANT-APR ' PARA: ' VALOR-NOVO-APR.

       PEDE-DECISAO.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR P=PULAR F=FIM): '
               WITH NO ADVANCING
           ACCEPT WS-DECISAO.

       APLICA-DECISAO.
           IF DEC-APROVAR
               ADD 1 TO WS-QTD-APROVADOS
               MOVE "A" TO SITUACAO-APR
               MOVE "V" TO RESULTADO-AUD
               PERFORM GRAVA-DECISAO
           ELSE IF DEC-REJEITAR
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE "R" TO SITUACAO-APR
               MOVE "N" TO RESULTADO-AUD
               PERFORM GRAVA-DECISAO
           ELSE IF DEC-FIM
               ADD 1 TO WS-QTD-PULADOS
               MOVE 1 TO WS-PARAR
           ELSE
               ADD 1 TO WS-QTD-PULADOS
           END-IF.

      *    o pedido vencido sai da fila sem decisao; o autor refaz o
      *    pedido se ainda quiser a operacao
       EXPIRA-PEDIDO.
           ADD 1 TO WS-QTD-EXPIRADOS
           MOVE "X" TO SITUACAO-APR
           MOVE "X" TO RESULTADO-AUD
           DISPLAY 'PEDIDO ' NUM-APR ' EXPIRADO (' WS-DIAS-PEDIDO
               ' DIAS)'
           PERFORM GRAVA-DECISAO.

       GRAVA-DECISAO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-USUARIO TO USUARIO-DEC-APR
           MOVE WS-DATA-HOJE TO DATA-DEC-APR
           MOVE WS-HORA-AGORA TO HORA-DEC-APR
           REWRITE REG-APR
           MOVE WS-DATA-HOJE TO DATA-AUD
           MOVE WS-HORA-AGORA TO HORA-AUD
           MOVE WS-USUARIO TO USUARIO-AUD
           MOVE AGENCIA-APR TO AGENCIA-AUD
           MOVE CONTA-APR TO CONTA-AUD
           MOVE OPERACAO-APR TO OPERACAO-AUD
           MOVE NUM-APR TO WS-NUM-DESC-PEDIDO
           MOVE WS-DESC-PEDIDO TO MOTIVO-AUD
           MOVE USUARIO-SOL-APR TO WS-USU-DESC-AUTOR
           MOVE WS-DESC-AUTOR TO VALOR-ANT-AUD
           MOVE VALOR-NOVO-APR TO VALOR-NOVO-AUD
           WRITE REG-AUD.

      *    numero do dia absoluto de WS-DATA-CALC em WS-DIA-ABS; so a
      *    diferenca entre dois numeros interessa (dias corridos)
       CALCULA-DIA-ABSOLUTO.
           DIVIDE WS-DATA-CALC BY 10000 GIVING WS-ANO
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-MES
               REMAINDER WS-DIA
           IF WS-MES < 03
               SUBTRACT 1 FROM WS-ANO
               ADD 12 TO WS-MES
           END-IF
           DIVIDE WS-ANO BY 4 GIVING WS-QUOC-4
           DIVIDE WS-ANO BY 100 GIVING WS-QUOC-100
           DIVIDE WS-ANO BY 400 GIVING WS-QUOC-400
           COMPUTE WS-TERMO-MES = (153 * (WS-MES - 3)) + 2
           DIVIDE WS-TERMO-MES BY 5 GIVING WS-QUOC-MES
           COMPUTE WS-DIA-ABS = (WS-ANO * 365) + WS-QUOC-4
               - WS-QUOC-100 + WS-QUOC-400 + WS-QUOC-MES + WS-DIA.


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
      *    o MANTCLIENT, o MANTAGENDA e o ESTORNO nao mexerem nos
      *    pedidos durante a aprovacao; uma queda aqui deixa a trava
      *    de pe, e o LIBERARUN solta
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
           MOVE "APROVA" TO PROGRAMA-RUN
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
           DISPLAY ' '
           DISPLAY 'PEDIDOS PENDENTES LIDOS: ' WS-QTD-LIDOS
           DISPLAY 'APROVADOS.............: ' WS-QTD-APROVADOS
           DISPLAY 'REJEITADOS............: ' WS-QTD-REJEITADOS
           DISPLAY 'EXPIRADOS.............: ' WS-QTD-EXPIRADOS
           DISPLAY 'PULADOS...............: ' WS-QTD-PULADOS
           DISPLAY 'DO PROPRIO USUARIO....: ' WS-QTD-PROPRIOS
           CLOSE ARQAPR.
           CLOSE ARQAUD.
           PERFORM ENCERRA-RUN-LOTE.
