           OPEN INPUT ARQMOV
           IF ST-MOV NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQMOVP.DAT ' ST-MOV
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQLOG
           IF ST-LOG NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQLOG.DAT ' ST-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ARQEXT
           IF ST-EXT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXTRATO.DAT ' ST-EXT
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ZERA-TABELA.
      *    ignora os registros de totalizacao gravados por ATTCLIENT
      *    no fim da execucao (MARCA-TRAILER = "TRAILER1"), que nao
      *    representam decisoes sobre um movimento individual
      *    as pernas de cobertura automatica nao sao decisoes sobre
      *    um movimento lido: nao contam em quantidade, mas o valor
      *    delas (VALOR-LOG, com sinal) esta no extrato, entao entra
      *    na expectativa de valor postado da agencia da perna
       CLASSIFICA-LOG.
           IF DESCRICAO-LOG = " CONTA ATUALIZADA"
               ADD 1 TO WS-AG-QTD-POSTADO (AGENCIA-LOG + 1)
           ELSE
               IF DESCRICAO-LOG = " COBERTURA ENVIADA"
                       OR DESCRICAO-LOG = " COBERTURA RECEBIDA"
                   ADD VALOR-LOG
                       TO WS-AG-VALOR-ARQMOV (AGENCIA-LOG + 1)
               ELSE
                   ADD 1 TO WS-AG-QTD-REJEITADO (AGENCIA-LOG + 1)
                   ADD VALOR-LOG
                       TO WS-AG-VALOR-REJEITADO (AGENCIA-LOG + 1)
               END-IF
           END-IF.

      *    EXTRATO.DAT carrega o delta realmente postado por
