               02 CLI-TELEFONE        PIC X(15).
               02 CLI-ATIVO           PIC X(01).
                   88 CLI-E-ATIVO     VALUE "S".
               02 CLI-PRAZO-PAGAMENTO PIC 9(03).
               02 CLI-LIMITE-CREDITO  PIC 9(09)V99.
               02 CLI-BLOQUEIO-CREDITO PIC X(01).
                   88 CLI-CREDITO-BLOQUEADO VALUE "S".
               02 CLI-GRUPO-PRECO     PIC X(06).
