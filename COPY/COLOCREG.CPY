               02 CO-FATURADO         PIC X(01).
                   88 CO-E-FATURADO   VALUE "S".
               02 CO-VAGA-NUMERO      PIC 9(06).
               02 CO-DATA-INICIO      PIC 9(08).
               02 CO-DATA-DESLIGAMENTO PIC 9(08).
               02 CO-GARANTIA         PIC X(01).
                   88 CO-GARANTIA-ACIONADA VALUE "S".
               02 CO-CONSULTOR        PIC 9(04).
