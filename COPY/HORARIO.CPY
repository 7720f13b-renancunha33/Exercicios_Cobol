           01 HORARIO-REG.
               02 HO-CHAVE.
                   03 HO-CODTURMA     PIC X(08).
                   03 HO-PERIODO      PIC X(06).
                   03 HO-DIA-SEMANA   PIC 9(01).
                   03 HO-HORA-INICIO  PIC 9(04).
               02 HO-HORA-FIM         PIC 9(04).
               02 HO-CODSALA          PIC X(06).
