           01 CUSTO-HISTORICO-REG.
               02 CH-MERCADORIA       PIC X(20).
               02 CH-DATA             PIC 9(08).
               02 CH-HORA             PIC 9(06).
               02 CH-ORIGEM           PIC X(01).
                   88 CH-RECEBIMENTO      VALUE "R".
                   88 CH-CUSTO-DIGITADO   VALUE "C".
               02 CH-DOCUMENTO        PIC 9(06).
               02 CH-QTD-ANTERIOR     PIC 9(04).
               02 CH-CUSTO-ANTERIOR   PIC 9(04)V99.
               02 CH-QTD-ENTRADA      PIC 9(04).
               02 CH-CUSTO-ENTRADA    PIC 9(04)V99.
               02 CH-CUSTO-NOVO       PIC 9(04)V99.
               02 CH-OPERADOR         PIC X(06).
