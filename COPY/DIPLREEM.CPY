           01 DIPLOMA-REEMISSAO-REG.
               02 DR-NUMERO           PIC 9(06).
               02 DR-VIA              PIC 9(02).
               02 DR-DATA             PIC 9(08).
               02 DR-HORA             PIC 9(06).
               02 DR-MOTIVO           PIC X(40).
               02 DR-OPERADOR         PIC X(06).
