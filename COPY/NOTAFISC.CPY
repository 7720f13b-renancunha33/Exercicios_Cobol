               02 NF-QTD              PIC 9(04).
               02 NF-PRECO-UNITARIO   PIC 9(07)V99.
               02 NF-VALOR-LINHA      PIC 9(09)V99.
               02 NF-BASE-ICMS        PIC 9(09)V99.
               02 NF-ALIQ-ICMS        PIC 9(02)V99.
               02 NF-VALOR-ICMS       PIC 9(09)V99.
               02 NF-BASE-IPI         PIC 9(09)V99.
               02 NF-ALIQ-IPI         PIC 9(02)V99.
               02 NF-VALOR-IPI        PIC 9(09)V99.
               02 NF-ORIGEM-PRECO     PIC X(01).
                   88 NF-PRECO-CLIENTE    VALUE "C".
                   88 NF-PRECO-GRUPO      VALUE "G".
                   88 NF-PRECO-VIGENTE    VALUE "V".
                   88 NF-PRECO-CADASTRO   VALUE "M".
                   88 NF-PRECO-ORCAMENTO  VALUE "O".
