           01 ORCAMENTO-REG.
               02 OM-CHAVE.
                   03 OM-NUMERO       PIC 9(06).
                   03 OM-ITEM         PIC 9(02).
               02 OM-DADOS            PIC X(80).
               02 OM-DADOS-CABECALHO REDEFINES OM-DADOS.
                   03 OM-TRABALHO     PIC X(10).
                   03 OM-DATA         PIC 9(08).
                   03 OM-DATA-VALIDADE PIC 9(08).
                   03 OM-OPERADOR     PIC X(06).
                   03 OM-QTD-ITENS    PIC 9(02).
                   03 OM-QTD-FORMAS   PIC 9(04).
                   03 OM-TOTAL        PIC 9(10)V99.
                   03 OM-SITUACAO     PIC X(01).
                       88 OM-ABERTO   VALUE "A".
                       88 OM-FATURADO VALUE "F".
                   03 OM-CLIENTE      PIC 9(04).
                   03 OM-NOTA         PIC 9(06).
                   03 OM-DATA-FATURAMENTO PIC 9(08).
                   03 FILLER          PIC X(11).
               02 OM-DADOS-ITEM REDEFINES OM-DADOS.
                   03 OM-MERCADORIA   PIC X(20).
                   03 OM-TIPO-MEDIDA  PIC X(01).
                       88 OM-MEDIDA-AREA VALUE "A".
                       88 OM-MEDIDA-PERIMETRO VALUE "P".
                   03 OM-MEDIDA       PIC 9(09)V99.
                   03 OM-QTD          PIC 9(04).
                   03 OM-PRECO-UNIT   PIC 9(07)V99.
                   03 OM-VALOR        PIC 9(09)V99.
                   03 OM-ORIGEM-PRECO PIC X(01).
                   03 OM-ITEM-SITUACAO PIC X(01).
                       88 OM-ITEM-PENDENTE VALUE "A".
                       88 OM-ITEM-FATURADO VALUE "F".
                   03 OM-ITEM-NOTA    PIC 9(06).
                   03 FILLER          PIC X(16).
