                   88 AL-ATIVO        VALUE "A".
                   88 AL-TRANCADO     VALUE "T".
                   88 AL-FORMADO      VALUE "F".
                   88 AL-JUBILADO     VALUE "J".
               02 AL-DATA-FORMATURA   PIC 9(08).
