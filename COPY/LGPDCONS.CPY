           01 CONSENTIMENTO-REG.
               02 CT-CANDIDATO-ID     PIC 9(06).
               02 CT-CONSENTE         PIC X(01).
                   88 CT-CONSENTIU    VALUE "S".
                   88 CT-REVOGOU      VALUE "N".
               02 CT-DATA             PIC 9(08).
               02 CT-HORA             PIC 9(06).
               02 CT-MEIO             PIC X(20).
               02 CT-OPERADOR         PIC X(06).
