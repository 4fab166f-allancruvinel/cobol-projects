           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ST-CAL.

      *    numeros antigos de contas transferidas de agencia
           SELECT ARQMAP ASSIGN TO "MAPCONTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-ANT-MAP
           FILE STATUS IS ST-MAP.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLI.
           COPY CPREJ.
       FD  ARQCAL.
           COPY CPCAL.

       FD  ARQMAP.
           COPY CPMAP.
       WORKING-STORAGE SECTION.
       77  WS-AGENCIA-DV   PIC 9(03).
       77  WS-CONTA-DV     PIC 9(06).
       77  WS-TERMO3-CAL   PIC 9(02).
       77  WS-ZELLER       PIC 9(06).
       77  WS-QTD-ROLADAS  PIC 9(09) VALUE ZERO.
       77  ST-MAP          PIC X(02).
       77  WS-TEM-MAP      PIC 9(01) VALUE ZERO.
       77  WS-QTD-REDIRECIONADAS PIC 9(09) VALUE ZERO.
       77  ST-CLI          PIC X(02).
       77  ST-BRU          PIC X(02).
       77  ST-TRX          PIC X(02).
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQBRU
           IF ST-BRU NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TRXBRUTO.DAT ' ST-BRU
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQTRX
           IF ST-TRX NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TRANSACAO.DAT ' ST-TRX
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQREJ
           IF ST-REJ NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TRXREJ.DAT ' ST-REJ
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    sem MAPCONTA.DAT (nenhuma conta transferida ainda) a
      *    critica segue sem redirecionamento
           OPEN INPUT ARQMAP
           IF ST-MAP EQUAL '35'
               MOVE 0 TO WS-TEM-MAP
           ELSE
               IF ST-MAP NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR MAPCONTA.DAT ' ST-MAP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 1 TO WS-TEM-MAP
               END-IF
           END-IF.

       ZERA-TABELA.
           PERFORM VARYING IDX-AG FROM 1 BY 1 UNTIL IDX-AG > 1000
               MOVE ZERO TO WS-AG-QTD-LIDAS (IDX-AG)
           END-IF.

       VALIDA-CONTA.
           IF WS-TEM-MAP = 1
               PERFORM REDIRECIONA-ORIGEM
           END-IF
           MOVE AGENCIA-TRX TO AGENCIA
           MOVE CONTA-TRX TO CONTA
           READ ARQCLI KEY IS ID-CLI
                   OR CONTA-DEST-TRX IS NOT NUMERIC
               MOVE "DESTINO NAO NUMERICO" TO WS-MOTIVO
           ELSE
               IF WS-TEM-MAP = 1
                   PERFORM REDIRECIONA-DESTINO
               END-IF
               IF AGENCIA-DEST-TRX = AGENCIA-TRX
                       AND CONTA-DEST-TRX = CONTA-TRX
                   MOVE "DESTINO IGUAL ORIGEM" TO WS-MOTIVO
               END-IF
           END-IF.

      *    conta transferida de agencia: a remessa que ainda chega
      *    no numero antigo, com data ate o corte do MAPCONTA.DAT,
      *    segue para a carga ja no numero (e digito) novo. So vale
      *    para numero que nao existe mais no cadastro
       REDIRECIONA-ORIGEM.
           MOVE AGENCIA-TRX TO AGENCIA
           MOVE CONTA-TRX TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE AGENCIA-TRX TO AGENCIA-ANT-MAP
                   MOVE CONTA-TRX TO CONTA-ANT-MAP
                   READ ARQMAP KEY IS ID-ANT-MAP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DATA-TRX NOT > DATA-CORTE-MAP
                               MOVE AGENCIA-NOVA-MAP TO AGENCIA-TRX
                               MOVE CONTA-NOVA-MAP TO CONTA-TRX
                               MOVE DV-NOVO-MAP TO DV-TRX
                               ADD 1 TO WS-QTD-REDIRECIONADAS
                           END-IF
                   END-READ
           END-READ.

       REDIRECIONA-DESTINO.
           MOVE AGENCIA-DEST-TRX TO AGENCIA
           MOVE CONTA-DEST-TRX TO CONTA
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   MOVE AGENCIA-DEST-TRX TO AGENCIA-ANT-MAP
                   MOVE CONTA-DEST-TRX TO CONTA-ANT-MAP
                   READ ARQMAP KEY IS ID-ANT-MAP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DATA-TRX NOT > DATA-CORTE-MAP
                               MOVE AGENCIA-NOVA-MAP
                                   TO AGENCIA-DEST-TRX
                               MOVE CONTA-NOVA-MAP TO CONTA-DEST-TRX
                               MOVE DV-NOVO-MAP TO DV-DEST-TRX
                               ADD 1 TO WS-QTD-REDIRECIONADAS
                           END-IF
                   END-READ
           END-READ.

      *    a transferencia externa nao tem o destino no nosso
      *    cadastro: a critica aqui e de forma (banco informado e
      *    conta de destino legivel); quem conhece a conta e o banco
           ELSE
               IF ST-CAL NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CALENFER.DAT ' ST-CAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CARREGA-FERIADOS-LE UNTIL FIM-CAL = 1
           IF WS-QTD-AG-INVALIDA > 0
               DISPLAY 'TRANSACOES COM AGENCIA ILEGIVEL: '
                   WS-QTD-AG-INVALIDA
           END-IF
           IF WS-QTD-REDIRECIONADAS > 0
               DISPLAY 'CONTAS REDIRECIONADAS PARA NUMERO NOVO: '
                   WS-QTD-REDIRECIONADAS
           END-IF.

       EMITE-LINHA-AGENCIA.
           CLOSE ARQBRU.
           CLOSE ARQTRX.
           CLOSE ARQREJ.
           IF WS-TEM-MAP = 1
               CLOSE ARQMAP
           END-IF.
