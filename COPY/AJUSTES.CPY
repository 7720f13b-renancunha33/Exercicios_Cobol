               02 AD-OPERADOR-DIGITACAO PIC X(06).
               02 AD-OPERADOR-APROVACAO PIC X(06).
               02 AD-DATA-APROVACAO   PIC 9(08).
               02 AD-DATA-APLICACAO   PIC 9(08).
