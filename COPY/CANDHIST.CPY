           01 CANDIDATO-HISTORICO-REG.
               02 HC-CANDIDATO-ID     PIC 9(06).
               02 HC-TIPO             PIC X(01).
                   88 HC-EMPREGO      VALUE "E".
                   88 HC-FORMACAO     VALUE "F".
               02 HC-INSTITUICAO      PIC X(30).
               02 HC-CODIGO           PIC 9(01).
               02 HC-ESCOLARIDADE     PIC 9(01).
               02 HC-DATA-INICIO      PIC 9(08).
               02 HC-DATA-FIM         PIC 9(08).
