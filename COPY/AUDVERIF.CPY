           01 VERIFICADOR-AUDITORIA-AREA.
               02 VA-VERIFICADOR-ANTERIOR PIC 9(09).
               02 VA-REGISTRO         PIC X(160).
               02 VA-VERIFICADOR-CHAVE PIC 9(09).
               02 VA-VERIFICADOR      PIC 9(09).
