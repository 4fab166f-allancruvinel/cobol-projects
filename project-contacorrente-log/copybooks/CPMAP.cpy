      ******************************************************************
      * Copybook: CPMAP
      * Purpose:  Layout of the old-to-new account mapping file
      *           (MAPCONTA.DAT / REG-MAP), chaveado pelo numero
      *           antigo e gravado pelo TRANSFAG a cada troca de
      *           agencia. O VALIDATRX e o ATTCLIENT consultam o
      *           arquivo quando um movimento chega para conta que nao
      *           existe mais em ARQCLIE.DAT e, ate a data de corte,
      *           redirecionam o movimento para o numero novo em vez de
      *           rejeita-lo. O registro fica no arquivo depois do corte
      *           como historico da troca.
      ******************************************************************
       01  REG-MAP.
           03 ID-ANT-MAP.
               05 AGENCIA-ANT-MAP  PIC 9(03).
               05 CONTA-ANT-MAP    PIC 9(06).
      *    numero atual da conta; uma segunda troca da mesma conta
      *    atualiza aqui os mapeamentos antigos, para o
      *    redirecionamento nunca precisar de mais de um salto
           03 ID-NOVO-MAP.
               05 AGENCIA-NOVA-MAP PIC 9(03).
               05 CONTA-NOVA-MAP   PIC 9(06).
           03 DV-NOVO-MAP      PIC 9(01).
           03 DATA-TRANSF-MAP  PIC 9(08).
      *    ultimo DATA-MOV (ou DATA-TRX) ainda redirecionado; depois
      *    dela o movimento no numero antigo volta a ser rejeitado
           03 DATA-CORTE-MAP   PIC 9(08).
           03 USUARIO-MAP      PIC X(08).
