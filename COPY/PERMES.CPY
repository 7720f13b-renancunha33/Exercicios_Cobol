           01 PERIODO-MENSAL-REG.
               02 PM-PERIODO          PIC 9(06).
               02 PM-SITUACAO         PIC X(01).
                   88 PM-ABERTO       VALUE "A".
                   88 PM-FECHADO      VALUE "F".
               02 PM-DATA             PIC 9(08).
               02 PM-OPERADOR         PIC X(06).
               02 PM-MOTIVO           PIC X(30).
