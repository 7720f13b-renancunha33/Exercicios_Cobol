               02 MM-CATEGORIA         PIC X(10).
               02 MM-QTD-LOJA          PIC 9(04).
               02 MM-QTD-DEPOSITO      PIC 9(04).
               02 MM-CLASSE-ABC        PIC X(01).
                   88 MM-CLASSE-A      VALUE "A".
                   88 MM-CLASSE-B      VALUE "B".
                   88 MM-CLASSE-C      VALUE "C".
