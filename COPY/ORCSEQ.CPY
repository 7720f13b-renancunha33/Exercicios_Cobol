           01 ORCAMENTO-SEQ-REG.
               02 OQ-ULTIMO-NUMERO    PIC 9(06).
