           01 SALA-REG.
               02 SA-CODSALA          PIC X(06).
               02 SA-DESCRICAO        PIC X(30).
               02 SA-LUGARES          PIC 9(04).
               02 SA-ATIVA            PIC X(01).
                   88 SA-E-ATIVA      VALUE "S".
