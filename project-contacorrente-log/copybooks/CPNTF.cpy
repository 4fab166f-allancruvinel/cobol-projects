      ******************************************************************
      * Copybook: CPNTF
      * Purpose:  Layout of the outbound customer notification file
      *           for the SMS / e-mail provider (NOTIFIC.DAT / REG-NTF)
      *           written by GERANOTIF after each posting cycle:
      *           cabecalho com a data do arquivo, o banco e o run id,
      *           um detalhe por evento com o documento do titular, a
      *           conta, o codigo do evento, o valor em centavos com
      *           sinal destacado e a data, e trailer com a quantidade
      *           de detalhes que o provedor confere no recebimento.
      *           Os eventos de fora do posting (agendamento caduco,
      *           bloqueio por dormencia, bloqueios do MANTCLIENT) se
      *           acumulam em NOTIFPEN.WRK, no mesmo desenho e com o
      *           documento zerado, ate a proxima montagem.
      ******************************************************************
       01  REG-NTF.
           03 TIPO-REG-NTF     PIC X(01).
               88 NTF-CABECALHO    VALUE "H".
               88 NTF-DETALHE      VALUE "D".
               88 NTF-TRAILER      VALUE "T".
           03 DOC-NTF          PIC 9(14).
           03 AGENCIA-NTF      PIC 9(03).
           03 CONTA-NTF        PIC 9(06).
      *    codigo do evento; o cliente pode recusar cada um deles
      *    (NOTIFOPT.DAT, operacoes 16 e 17 do MANTCLIENT)
           03 EVENTO-NTF       PIC 9(02).
               88 NTF-DEBITO-ELEVADO  VALUE 01.
               88 NTF-SALDO-NEGATIVO  VALUE 02.
               88 NTF-MOV-REJEITADO   VALUE 03.
               88 NTF-AGENDA-CADUCA   VALUE 04.
               88 NTF-BLOQ-DORMENCIA  VALUE 05.
               88 NTF-BLOQ-CONTA      VALUE 06.
               88 NTF-BLOQ-JUDICIAL   VALUE 07.
               88 NTF-EVENTO-VALIDO   VALUE 01 THRU 07.
           03 SINAL-NTF        PIC X(01).
           03 VALOR-CENT-NTF   PIC 9(13).
           03 DATA-EVENTO-NTF  PIC 9(08).
      *    complemento livre para a mensagem: motivo da rejeicao,
      *    numero da instrucao caduca, referencia da ordem judicial
           03 COMPL-NTF        PIC X(20).

       01  REG-NTF-CAB REDEFINES REG-NTF.
           03 FILLER           PIC X(01).
           03 DATA-ARQ-NTF     PIC 9(08).
           03 BANCO-NTF        PIC X(03).
           03 RUN-ID-NTF       PIC 9(09).
           03 FILLER           PIC X(47).

       01  REG-NTF-TRL REDEFINES REG-NTF.
           03 FILLER           PIC X(01).
           03 QTD-NTF          PIC 9(09).
           03 FILLER           PIC X(58).
