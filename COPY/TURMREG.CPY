               02 TU-CREDITOS         PIC 9(02).
               02 TU-CAPACIDADE       PIC 9(03).
               02 TU-PERIODO-OFERTA   PIC X(06).
               02 TU-CODPROFESSOR     PIC 9(04).
