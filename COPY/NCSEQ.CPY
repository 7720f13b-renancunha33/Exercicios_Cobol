           01 NOTA-CREDITO-SEQ-REG.
               02 NQ-ULTIMO-NUMERO    PIC 9(06).
