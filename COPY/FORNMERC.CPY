           01 FORNECEDOR-MERC-REG.
               02 FM-FORNECEDOR       PIC 9(04).
               02 FM-MERCADORIA       PIC X(20).
               02 FM-CUSTO            PIC 9(04)V99.
               02 FM-QTD-MINIMA       PIC 9(04).
               02 FM-VALIDADE-INICIO  PIC 9(08).
               02 FM-VALIDADE-FIM     PIC 9(08).
               02 FM-DATA-IMPORTACAO  PIC 9(08).
