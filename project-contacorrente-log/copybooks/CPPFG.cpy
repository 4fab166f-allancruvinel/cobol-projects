      ******************************************************************
      * Copybook: CPPFG
      * Purpose:  Layout of the deposit-insurance parameters
      *           (PARMFGC.DAT / REG-PFG) read by EXPOSFGC: teto de
      *           cobertura do FGC por depositante, somadas todas as
      *           contas do mesmo documento.
      ******************************************************************
       01  REG-PFG.
           03 TETO-PFG         PIC 9(9)V99.
