           01 NOTA-DEBITO-SEQ-REG.
               02 DQ-ULTIMO-NUMERO    PIC 9(06).
