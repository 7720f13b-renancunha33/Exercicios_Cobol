           01 PAGAMENTO-FORNECEDOR-REG.
               02 PF-FORNECEDOR       PIC 9(04).
               02 PF-NUMERO-NF        PIC X(10).
               02 PF-DATA             PIC 9(08).
               02 PF-VALOR            PIC 9(09)V99.
               02 PF-SALDO-RESTANTE   PIC 9(09)V99.
               02 PF-OPERADOR         PIC X(06).
