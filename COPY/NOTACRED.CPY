           01 NOTA-CREDITO-REG.
               02 NC-NUMERO           PIC 9(06).
               02 NC-NF-NUMERO        PIC 9(06).
               02 NC-NF-LINHA         PIC 9(03).
               02 NC-CLIENTE          PIC 9(04).
               02 NC-DATA             PIC 9(08).
               02 NC-MERCADORIA       PIC X(20).
               02 NC-QTD              PIC 9(04).
               02 NC-PRECO-UNITARIO   PIC 9(07)V99.
               02 NC-VALOR-LINHA      PIC 9(09)V99.
               02 NC-LOCAL            PIC X(01).
               02 NC-OPERADOR         PIC X(06).
               02 NC-VALOR-IPI        PIC 9(09)V99.
