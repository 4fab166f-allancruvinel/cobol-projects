      ******************************************************************
      * Copybook: CPCXP
      * Purpose:  Layout of the teller postings waiting for the next
      *           posting cycle (CAIXAPEN.WRK / REG-CXP): o CAIXA
      *           posta no guiche na hora, mas o ARQMOVP.DAT e o
      *           ARQLOG.DAT sao recriados a cada execucao do
      *           ATTCLIENT. Cada movimento postado no guiche fica
      *           aqui com a imagem integral do REG-MOV e a linha de
      *           log ja carimbada com o caixa, e o ATTCLIENT copia
      *           os dois para a remessa da noite, para a contabilidade,
      *           o intercambio e a conciliacao enxergarem o guiche.
      ******************************************************************
       01  REG-CXP.
      *    imagem do REG-MOV postado; ficam expostos o valor, para o
      *    ATTCLIENT somar creditos e debitos, e a conta, a data e o
      *    tipo, para o saque do guiche entrar nos tetos diarios
           03 MOV-CXP.
               05 AGENCIA-MOV-CXP  PIC 9(03).
               05 CONTA-MOV-CXP    PIC 9(06).
               05 DATA-MOV-CXP     PIC 9(08).
               05 VALOR-MOV-CXP    PIC S9(9)V99.
               05 TIPO-MOV-CXP     PIC 9(02).
               05 FILLER           PIC X(32).
      *    imagem do REG-LOG de conta atualizada, com OPERADOR-LOG
           03 LOG-CXP              PIC X(66).
