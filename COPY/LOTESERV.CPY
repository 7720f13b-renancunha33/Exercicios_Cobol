           01 SERVICO-LOTES-AREA.
               02 LS-FUNCAO           PIC X(01).
                   88 LS-F-CONSULTA   VALUE "C".
                   88 LS-F-SALDO      VALUE "S".
                   88 LS-F-ENTRADA    VALUE "E".
                   88 LS-F-BAIXA      VALUE "B".
                   88 LS-F-TRANSFERE  VALUE "T".
                   88 LS-F-DEVOLUCAO  VALUE "D".
               02 LS-MERCADORIA       PIC X(20).
               02 LS-LOTE             PIC X(10).
               02 LS-DATA-VALIDADE    PIC 9(08).
               02 LS-LOCAL            PIC X(01).
               02 LS-LOCAL-DESTINO    PIC X(01).
               02 LS-QTD              PIC 9(04).
               02 LS-PEDIDO           PIC 9(06).
               02 LS-DATA-REFERENCIA  PIC 9(08).
               02 LS-QTD-VALIDA       PIC 9(06).
               02 LS-QTD-VENCIDA      PIC 9(06).
               02 LS-QTD-SEM-LOTE     PIC 9(04).
               02 LS-PORCOES-QTD      PIC 9(02).
               02 LS-PORCAO OCCURS 20 TIMES.
                   03 LS-P-LOTE        PIC X(10).
                   03 LS-P-VALIDADE    PIC 9(08).
                   03 LS-P-QTD         PIC 9(04).
               02 LS-RETORNO          PIC X(01).
                   88 LS-OK              VALUE "0".
                   88 LS-SEM-ARQUIVO     VALUE "1".
                   88 LS-NAO-ENCONTRADO  VALUE "2".
                   88 LS-VALIDADE-DIFERE VALUE "3".
                   88 LS-SALDO-INSUFICIENTE VALUE "4".
