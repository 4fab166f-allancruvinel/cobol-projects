           OPEN OUTPUT ARQREL
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-REL ' ' ST-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EMITE-UMA-CONTA.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQCLIE.DAT ' ST-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       LERCLI.
           READ ARQCLI KEY IS ID-CLI
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE NOME-CLI TO WS-NOME-CLI
           ACCEPT WS-DATA-CICLO.
           IF WS-DATA-CICLO = ZERO
               DISPLAY 'DATA DE CICLO INVALIDA'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY 'AGENCIA (000=TODAS): ' WITH NO ADVANCING
           ACCEPT WS-AGENCIA-FILTRO.
           END-IF.
           IF ST-CIC NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CICLOCTL.DAT ' ST-CIC
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    com filtro de agencia, posiciona direto na primeira conta
           END-IF
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-REL ' ' ST-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AGENCIA TO WS-AGENCIA-REL
           OPEN INPUT ARQEXT
           IF ST-EXT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       POSICIONA-EXTRATO-CONTA.
           ELSE
               IF ST-ARQV NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR EXTARQV.DAT ' ST-ARQV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
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
