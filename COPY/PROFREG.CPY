           01 PROFESSOR-REG.
               02 PO-CODIGO           PIC 9(04).
               02 PO-NOME             PIC X(30).
               02 PO-DEPARTAMENTO     PIC X(20).
               02 PO-HORAS-CONTRATADAS PIC 9(03).
               02 PO-ATIVO            PIC X(01).
                   88 PO-E-ATIVO      VALUE "S".
