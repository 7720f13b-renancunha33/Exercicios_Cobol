           01 PLANO-CONTAS-REG.
               02 CB-CONTA            PIC X(10).
               02 CB-DESCRICAO        PIC X(40).
               02 CB-TIPO             PIC X(01).
                   88 CB-ATIVO        VALUE "A".
                   88 CB-PASSIVO      VALUE "P".
                   88 CB-PATRIMONIO   VALUE "L".
                   88 CB-RECEITA      VALUE "R".
                   88 CB-DESPESA      VALUE "D".
                   88 CB-TIPO-VALIDO  VALUE "A" "P" "L" "R" "D".
               02 CB-SITUACAO         PIC X(01).
                   88 CB-ATIVA        VALUE "S".
                   88 CB-INATIVA      VALUE "N".
               02 CB-DATA-INCLUSAO    PIC 9(08).
               02 CB-OPERADOR         PIC X(06).
