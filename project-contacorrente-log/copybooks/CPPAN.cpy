      ******************************************************************
      * Copybook: CPPAN
      * Purpose:  Layout of the personal-data retention parameters
      *           (PARMANON.DAT / REG-PAN) read by ANONIMIZA: prazo
      *           legal de guarda, em anos contados da data de
      *           encerramento, dos dados pessoais (nome e documento)
      *           de conta encerrada. Vencido o prazo, a conta pode
      *           ser anonimizada.
      ******************************************************************
       01  REG-PAN.
           03 PRAZO-ANOS-PAN   PIC 9(02).
