      ******************************************************************
      * Copybook: CPPIR
      * Purpose:  Layout of the withholding-tax parameters
      *           (PARMIR.DAT / REG-PIR) read by JUROS and ENCERRACT:
      *           aliquota percentual do imposto de renda retido na
      *           fonte sobre os juros creditados; zero = nao retem.
      ******************************************************************
       01  REG-PIR.
           03 ALIQ-IR-PIR      PIC 9(02)V99.
