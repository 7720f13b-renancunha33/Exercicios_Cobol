           01 NOTA-FORNECEDOR-REG.
               02 NE-FORNECEDOR       PIC 9(04).
               02 NE-NUMERO-NF        PIC X(10).
               02 NE-LINHA            PIC 9(02).
               02 NE-PEDIDO           PIC 9(06).
               02 NE-MERCADORIA       PIC X(20).
               02 NE-QTD              PIC 9(04).
               02 NE-PRECOUNITARIO    PIC 9(04)V99.
               02 NE-VALOR-LINHA      PIC 9(09)V99.
               02 NE-PRECO-PEDIDO     PIC 9(04)V99.
               02 NE-QTD-RECEBIDA     PIC 9(04).
               02 NE-DATA-EMISSAO     PIC 9(08).
               02 NE-DATA-VENCIMENTO  PIC 9(08).
               02 NE-DATA-ENTRADA     PIC 9(08).
               02 NE-CONFERENCIA      PIC X(01).
                   88 NE-CONFERE      VALUE "S".
                   88 NE-DIVERGE      VALUE "N".
               02 NE-MOTIVO           PIC X(20).
               02 NE-SITUACAO         PIC X(01).
                   88 NE-LIBERADA     VALUE "L".
                   88 NE-RETIDA       VALUE "R".
                   88 NE-APROVADA     VALUE "A".
                   88 NE-RECUSADA     VALUE "X".
               02 NE-OPERADOR         PIC X(06).
               02 NE-OPERADOR-APROVACAO PIC X(06).
               02 NE-DATA-APROVACAO   PIC 9(08).
