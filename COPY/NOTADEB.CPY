           01 NOTA-DEBITO-REG.
               02 ND-NUMERO           PIC 9(06).
               02 ND-PEDIDO           PIC 9(06).
               02 ND-FORNECEDOR       PIC 9(04).
               02 ND-DATA             PIC 9(08).
               02 ND-MERCADORIA       PIC X(20).
               02 ND-QTD              PIC 9(04).
               02 ND-PRECO-UNITARIO   PIC 9(04)V99.
               02 ND-VALOR            PIC 9(09)V99.
               02 ND-MOTIVO           PIC X(01).
                   88 ND-DANIFICADA   VALUE "D".
                   88 ND-ITEM-ERRADO  VALUE "E".
                   88 ND-VENCIDA      VALUE "V".
                   88 ND-QUALIDADE    VALUE "Q".
                   88 ND-OUTROS       VALUE "O".
                   88 ND-MOTIVO-VALIDO VALUE "D" "E" "V" "Q" "O".
               02 ND-LOCAL            PIC X(01).
               02 ND-LOTE             PIC X(10).
               02 ND-REPOSICAO        PIC X(01).
                   88 ND-AGUARDA-REPOSICAO VALUE "S".
               02 ND-NUMERO-NF        PIC X(10).
               02 ND-VALOR-ABATIDO    PIC 9(09)V99.
               02 ND-OPERADOR         PIC X(06).
