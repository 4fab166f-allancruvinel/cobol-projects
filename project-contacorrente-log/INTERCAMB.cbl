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

           OPEN OUTPUT ARQICB
           IF ST-ICB NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR INTERCAM.DAT ' ST-ICB
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    decisoes de posting da execucao e o run id do trailer
           ADD WS-VALOR-CENT TO WS-HASH.

      *    de/para entre o TIPO-MOV interno e o codigo de operacao
      *    do leiaute da camara; cada codigo tem sinal fixo, que o
      *    RECEBEICB confere na critica do detalhe (80 liberacao e
      *    82 baixa sao creditos; 51 ir retido e 81 parcela, debitos)
       MAPEIA-COD-COMPENSACAO.
           IF DEPOSITO
               MOVE 10 TO COD-COMP-ICB
               MOVE 40 TO COD-COMP-ICB
           ELSE IF ESTORNO-MOV
               MOVE 60 TO COD-COMP-ICB
           ELSE IF CHEQUE-MOV
               MOVE 70 TO COD-COMP-ICB
           ELSE IF IR-RETIDO-MOV
               MOVE 51 TO COD-COMP-ICB
           ELSE IF EMPRESTIMO-MOV
               MOVE 80 TO COD-COMP-ICB
           ELSE IF PARCELA-MOV
               MOVE 81 TO COD-COMP-ICB
           ELSE IF BAIXA-PREJUIZO
               MOVE 82 TO COD-COMP-ICB
           ELSE
               MOVE 50 TO COD-COMP-ICB
           END-IF.
