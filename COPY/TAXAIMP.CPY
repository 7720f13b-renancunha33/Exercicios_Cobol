           01 TAXA-IMPOSTO-REG.
               02 TI-CATEGORIA        PIC X(10).
               02 TI-DATA-VIGENCIA    PIC 9(08).
               02 TI-ALIQ-ICMS        PIC 9(02)V99.
               02 TI-ALIQ-IPI         PIC 9(02)V99.
