           01 TABELA-PRECO-REG.
               02 TP-TIPO             PIC X(01).
                   88 TP-POR-CLIENTE      VALUE "C".
                   88 TP-POR-GRUPO        VALUE "G".
               02 TP-CLIENTE          PIC 9(04).
               02 TP-GRUPO            PIC X(06).
               02 TP-MERCADORIA       PIC X(20).
               02 TP-DATA-VIGENCIA    PIC 9(08).
               02 TP-DATA-FIM         PIC 9(08).
               02 TP-QTD-MINIMA       PIC 9(04).
               02 TP-PRECO            PIC 9(07)V99.
               02 TP-OPERADOR         PIC X(06).
