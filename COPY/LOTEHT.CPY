           01 LOTE-CONTROLE-REG.
               02 HT-TIPO             PIC X(04).
                   88 HT-E-HEADER     VALUE "*HDR".
                   88 HT-E-TRAILER    VALUE "*TRL".
               02 HT-HEADER.
                   03 HT-ORIGEM       PIC X(10).
                   03 HT-DATA-CRIACAO PIC 9(08).
                   03 HT-NUMERO-LOTE  PIC 9(06).
               02 HT-TRAILER REDEFINES HT-HEADER.
                   03 HT-QTD-REGISTROS PIC 9(07).
                   03 HT-TOTAL-HASH   PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
                   03 FILLER          PIC X(01).
