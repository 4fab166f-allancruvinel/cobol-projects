           OPEN INPUT ARQLOG
           IF ST-LOG NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQLOG.DAT ' ST-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQMOVP
           IF ST-MOVP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQMOVP.DAT ' ST-MOVP
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQRZM
           IF ST-RZM NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TABRAZAO.DAT ' ST-RZM
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQWRK
           IF ST-WRK NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCRZO.WRK ' ST-WRK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ZERA-TABELA-RAZAO.
           IF WS-QTD-SEM-MAPA > 0
               DISPLAY 'ARQUIVO DE LANCAMENTOS RECUSADO: '
                   WS-QTD-SEM-MAPA ' MOVIMENTO(S) SEM MAPEAMENTO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TOTAL-DEB NOT = WS-TOTAL-CRED
               DISPLAY 'ARQUIVO DE LANCAMENTOS RECUSADO: DEBITOS '
                   WS-TOTAL-DEB ' E CREDITOS ' WS-TOTAL-CRED
                   ' NAO FECHAM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQWRK
           IF ST-WRK NOT EQUAL '00'
               DISPLAY 'ERRO AO RELER LANCRZO.WRK ' ST-WRK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ARQLAN
           IF ST-LAN NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCRZO.DAT ' ST-LAN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM COPIA-LANCTO UNTIL FIM-WRK EQUAL 1
           CLOSE ARQLAN
