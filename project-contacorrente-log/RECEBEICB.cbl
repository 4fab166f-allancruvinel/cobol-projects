
      *    codigos do leiaute combinado com a camara (ver INTERCAMB):
      *    10 deposito, 20 saque, 30 transferencia, 31 transferencia
      *    externa, 40 tarifa, 50 juros, 51 ir retido, 60 estorno,
      *    70 cheque compensado, 80 liberacao de emprestimo, 81
      *    parcela, 82 baixa em prejuizo; o sinal precisa ser
      *    coerente com o codigo
       CRITICA-COD-E-SINAL.
           IF COD-COMP-ICB NOT = 10 AND COD-COMP-ICB NOT = 20
                   AND COD-COMP-ICB NOT = 30
                   AND COD-COMP-ICB NOT = 31
                   AND COD-COMP-ICB NOT = 40
                   AND COD-COMP-ICB NOT = 50
                   AND COD-COMP-ICB NOT = 51
                   AND COD-COMP-ICB NOT = 60
                   AND COD-COMP-ICB NOT = 70
                   AND COD-COMP-ICB NOT = 80
                   AND COD-COMP-ICB NOT = 81
                   AND COD-COMP-ICB NOT = 82
               MOVE "DETALHE COM CODIGO DESCONHECIDO"
                   TO WS-MOTIVO-RECUSA
           ELSE
                   MOVE "DETALHE COM SINAL INVALIDO"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   IF ((COD-COMP-ICB = 10 OR COD-COMP-ICB = 50
                           OR COD-COMP-ICB = 80 OR COD-COMP-ICB = 82)
                           AND SINAL-ICB = "-")
                           OR ((COD-COMP-ICB = 20 OR COD-COMP-ICB = 40
                           OR COD-COMP-ICB = 51 OR COD-COMP-ICB = 70
                           OR COD-COMP-ICB = 81)
                           AND SINAL-ICB = "+")
                       MOVE "DETALHE COM SINAL INCOERENTE"
                           TO WS-MOTIVO-RECUSA
