           01 LGPD-SOLICITACAO-REG.
               02 LG-NUMERO           PIC 9(06).
               02 LG-TIPO             PIC X(01).
                   88 LG-ACESSO       VALUE "A".
                   88 LG-CONSENTIMENTO VALUE "C".
                   88 LG-ANONIMIZACAO VALUE "N".
               02 LG-CANDIDATO-ID     PIC 9(06).
               02 LG-DATA             PIC 9(08).
               02 LG-HORA             PIC 9(06).
               02 LG-OPERADOR         PIC X(06).
               02 LG-REGISTROS        PIC 9(06).
               02 LG-RESULTADO        PIC X(30).
