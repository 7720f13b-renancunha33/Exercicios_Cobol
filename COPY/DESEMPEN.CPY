           01 DESEMPENHO-REG.
               02 DS-MATRICULA        PIC X(10).
               02 DS-PERIODO          PIC X(06).
               02 DS-CREDITOS         PIC 9(03).
               02 DS-CR               PIC 9(02)V99.
               02 DS-SITUACAO         PIC X(01).
                   88 DS-REGULAR      VALUE "R".
                   88 DS-PROBATORIO   VALUE "P".
                   88 DS-JUBILADO     VALUE "J".
               02 DS-PROBATORIOS      PIC 9(02).
               02 DS-DATA             PIC 9(08).
