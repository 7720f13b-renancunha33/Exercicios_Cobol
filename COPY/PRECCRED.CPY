           01 PRECO-CREDITO-REG.
               02 VC-CURSO            PIC X(20).
               02 VC-DATA-VIGENCIA    PIC 9(08).
               02 VC-VALOR-CREDITO    PIC 9(05)V99.
               02 VC-PCT-BOLSA        PIC 9(03)V99.
