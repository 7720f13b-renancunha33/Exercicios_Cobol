           01 PEDIDO-VENDA-REG.
               02 PV-TIPO             PIC X(01).
                   88 PV-CABECALHO    VALUE "C".
                   88 PV-DETALHE      VALUE "D".
               02 PV-NUMERO           PIC X(10).
               02 PV-DADOS            PIC X(30).
               02 PV-DADOS-CABECALHO REDEFINES PV-DADOS.
                   03 PV-CLIENTE      PIC 9(04).
                   03 PV-DATA         PIC 9(08).
                   03 FILLER          PIC X(18).
               02 PV-DADOS-DETALHE REDEFINES PV-DADOS.
                   03 PV-MERCADORIA   PIC X(20).
                   03 PV-QTD          PIC 9(04).
                   03 PV-LOCAL        PIC X(01).
                   03 FILLER          PIC X(05).
