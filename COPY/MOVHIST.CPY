               02 MV-LOCAL            PIC X(01).
                   88 MV-LOCAL-LOJA      VALUE "L".
                   88 MV-LOCAL-DEPOSITO  VALUE "D".
               02 MV-LOTE             PIC X(10).
