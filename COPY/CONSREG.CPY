           01 CONSULTOR-REG.
               02 CS-CODIGO           PIC 9(04).
               02 CS-NOME             PIC X(30).
               02 CS-MATRICULA        PIC X(10).
               02 CS-ATIVO            PIC X(01).
                   88 CS-E-ATIVO      VALUE "S".
               02 CS-FAIXAS.
                   03 CS-FAIXA OCCURS 3 TIMES.
                       04 CS-FAIXA-LIMITE PIC 9(08)V99.
                       04 CS-FAIXA-PCT    PIC 9(02)V99.
