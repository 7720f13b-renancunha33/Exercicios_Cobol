           01 ENCOMENDA-REG.
               02 BK-CLIENTE          PIC 9(04).
               02 BK-MERCADORIA       PIC X(20).
               02 BK-QTD              PIC 9(04).
               02 BK-QTD-ATENDIDA     PIC 9(04).
               02 BK-DATA             PIC 9(08).
               02 BK-HORA             PIC 9(06).
               02 BK-STATUS           PIC X(01).
                   88 BK-ABERTA       VALUE "A".
                   88 BK-ATENDIDA     VALUE "F".
                   88 BK-CANCELADA    VALUE "C".
               02 BK-NF-NUMERO        PIC 9(06).
               02 BK-DATA-ATENDIMENTO PIC 9(08).
               02 BK-OPERADOR         PIC X(06).
