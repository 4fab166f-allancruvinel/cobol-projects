      ******************************************************************
      * Copybook: CPANR
      * Purpose:  Layout of the anonymization register (ANONREG.DAT /
      *           REG-ANR), cumulativo e gravado pelo ANONIMIZA: uma
      *           linha por conta encerrada cujos dados pessoais foram
      *           substituidos, com a data de encerramento que venceu
      *           o prazo de guarda, o prazo e a data de corte
      *           aplicados, o destino do cliente em CLIMEST.DAT e
      *           quantos registros da trilha AUDMANT.DAT foram
      *           tratados. E o registro apresentado ao regulador; nao
      *           guarda nome nem documento.
      ******************************************************************
       01  REG-ANR.
      *    data de processamento informada e instante da execucao
           03 DATA-ANR         PIC 9(08).
           03 DATA-EXEC-ANR    PIC 9(08).
           03 HORA-EXEC-ANR    PIC 9(06).
           03 RUN-ID-ANR       PIC 9(09).
           03 AGENCIA-ANR      PIC 9(03).
           03 CONTA-ANR        PIC 9(06).
           03 DATA-ENC-ANR     PIC 9(08).
      *    de onde veio a data de encerramento
           03 ORIGEM-ENC-ANR   PIC X(01).
               88 ANR-ORIGEM-ENCERCTL VALUE "E".
               88 ANR-ORIGEM-AUDMANT  VALUE "A".
           03 PRAZO-ANOS-ANR   PIC 9(02).
           03 DATA-CORTE-ANR   PIC 9(08).
      *    cliente do documento em CLIMEST.DAT: excluido (nenhuma
      *    outra conta viva do documento), mantido (o documento
      *    ainda tem conta viva) ou ausente (conta sem documento ou
      *    cliente ja fora do cadastro)
           03 CLIENTE-ANR      PIC X(01).
               88 ANR-CLIENTE-EXCLUIDO VALUE "E".
               88 ANR-CLIENTE-MANTIDO  VALUE "M".
               88 ANR-CLIENTE-AUSENTE  VALUE "A".
      *    alteracoes de nome e de documento da conta em AUDMANT.DAT
      *    com os valores substituidos
           03 QTD-AUD-ANR      PIC 9(05).
