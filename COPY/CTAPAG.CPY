           01 CONTA-PAGAR-REG.
               02 CP-FORNECEDOR       PIC 9(04).
               02 CP-NUMERO-NF        PIC X(10).
               02 CP-DATA-EMISSAO     PIC 9(08).
               02 CP-DATA-VENCIMENTO  PIC 9(08).
               02 CP-VALOR-ORIGINAL   PIC 9(09)V99.
               02 CP-VALOR-PAGO       PIC 9(09)V99.
               02 CP-VALOR-CREDITO    PIC 9(09)V99.
               02 CP-SALDO            PIC 9(09)V99.
               02 CP-DATA-ULTIMO-PAGTO PIC 9(08).
               02 CP-STATUS           PIC X(01).
                   88 CP-ABERTO       VALUE "A".
                   88 CP-QUITADO      VALUE "Q".
