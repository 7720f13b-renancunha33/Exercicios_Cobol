           01 LOTE-MERC-REG.
               02 LT-CHAVE.
                   03 LT-MERCADORIA    PIC X(20).
                   03 LT-LOTE          PIC X(10).
               02 LT-DATA-VALIDADE    PIC 9(08).
               02 LT-DATA-ENTRADA     PIC 9(08).
               02 LT-PEDIDO           PIC 9(06).
               02 LT-QTD-LOJA         PIC 9(04).
               02 LT-QTD-DEPOSITO     PIC 9(04).
