           01 AUDITORIA-SEQ-REG.
               02 AQ-ULTIMA-SEQUENCIA PIC 9(09).
               02 AQ-ULTIMO-VERIFICADOR PIC 9(09).
