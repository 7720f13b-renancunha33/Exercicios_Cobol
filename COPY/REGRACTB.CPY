           01 REGRA-CONTABIL-REG.
               02 RT-EVENTO           PIC X(12).
               02 RT-CONTA-DEBITO     PIC X(10).
               02 RT-CONTA-CREDITO    PIC X(10).
               02 RT-HISTORICO        PIC X(30).
               02 RT-DATA-ALTERACAO   PIC 9(08).
               02 RT-OPERADOR         PIC X(06).
