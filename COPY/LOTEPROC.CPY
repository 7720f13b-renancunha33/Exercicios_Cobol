           01 LOTE-PROCESSADO-REG.
               02 BP-ARQUIVO          PIC X(08).
               02 BP-NUMERO-LOTE      PIC 9(06).
               02 BP-ORIGEM           PIC X(10).
               02 BP-DATA-CRIACAO     PIC 9(08).
               02 BP-DATA-PROCESSAMENTO PIC 9(08).
               02 BP-PROGRAMA         PIC X(30).
               02 BP-QTD-REGISTROS    PIC 9(07).
               02 BP-TOTAL-HASH       PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
