           01 LANCAMENTO-CONTABIL-REG.
               02 GI-DATA             PIC 9(08).
               02 GI-SEQUENCIA        PIC 9(06).
               02 GI-LANCAMENTO       PIC 9(06).
               02 GI-CONTA            PIC X(10).
               02 GI-NATUREZA         PIC X(01).
                   88 GI-DEBITO       VALUE "D".
                   88 GI-CREDITO      VALUE "C".
               02 GI-VALOR            PIC 9(11)V99.
               02 GI-EVENTO           PIC X(12).
               02 GI-ORIGEM           PIC X(08).
               02 GI-DOCUMENTO        PIC X(20).
               02 GI-HISTORICO        PIC X(30).
