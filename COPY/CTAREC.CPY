           01 CONTA-RECEBER-REG.
               02 CR-NUMERO-NF        PIC 9(06).
               02 CR-CLIENTE          PIC 9(04).
               02 CR-DATA-EMISSAO     PIC 9(08).
               02 CR-DATA-VENCIMENTO  PIC 9(08).
               02 CR-VALOR-ORIGINAL   PIC 9(09)V99.
               02 CR-VALOR-PAGO       PIC 9(09)V99.
               02 CR-VALOR-CREDITO    PIC 9(09)V99.
               02 CR-SALDO            PIC 9(09)V99.
               02 CR-DATA-ULTIMO-PAGTO PIC 9(08).
               02 CR-STATUS           PIC X(01).
                   88 CR-ABERTO       VALUE "A".
                   88 CR-QUITADO      VALUE "Q".
                   88 CR-A-COMPENSAR  VALUE "C".
