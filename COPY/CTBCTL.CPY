           01 CONTROLE-CONTABIL-REG.
               02 CX-DATA-MOVIMENTO   PIC 9(08).
               02 CX-DATA-EXECUCAO    PIC 9(08).
               02 CX-HORA             PIC 9(06).
               02 CX-LANCAMENTOS      PIC 9(06).
               02 CX-TOTAL-DEBITOS    PIC 9(13)V99.
               02 CX-TOTAL-CREDITOS   PIC 9(13)V99.
               02 CX-OPERADOR         PIC X(06).
