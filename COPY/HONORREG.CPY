               02 HR-STATUS           PIC X(01).
                   88 HR-ABERTO       VALUE "A".
                   88 HR-PAGO         VALUE "P".
               02 HR-TIPO             PIC X(01).
                   88 HR-E-CREDITO    VALUE "C".
               02 HR-NUMERO-ORIGEM    PIC 9(06).
