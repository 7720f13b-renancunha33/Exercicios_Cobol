               02 EP-PCT-HONORARIO    PIC 9(02)V99.
               02 EP-ATIVO            PIC X(01).
                   88 EP-E-ATIVO      VALUE "S".
               02 EP-DIAS-GARANTIA    PIC 9(03).
