           01 WS-TOTAL-REJEITADOS PIC 9(08) VALUE ZEROS.
           01 WS-TOTAL-GRAVADOS   PIC 9(08) VALUE ZEROS.
           01 WS-TOTAL-COM-ERRO   PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-CONTROLE   PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "RESUMO DE OPERACOES DA NOITE".
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "EXECUCOES COM ERRO:".
               02 LT-COM-ERRO       PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28)
                           VALUE "FALHAS DE CONTROLE DE LOTE:".
               02 LT-CONTROLE       PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER        PIC X(08) VALUE "LIDOS:".
               02 LT-LIDOS      PIC ZZZZZZZ9.
               DISPLAY SPACE.
               MOVE WS-TOTAL-EXECUCOES  TO LT-EXECUCOES.
               MOVE WS-TOTAL-COM-ERRO   TO LT-COM-ERRO.
               MOVE WS-TOTAL-CONTROLE   TO LT-CONTROLE.
               MOVE WS-TOTAL-LIDOS      TO LT-LIDOS.
               MOVE WS-TOTAL-ACEITOS    TO LT-ACEITOS.
               MOVE WS-TOTAL-REJEITADOS TO LT-REJEITADOS.
               MOVE WS-TOTAL-GRAVADOS   TO LT-GRAVADOS.
               DISPLAY LINHA-TOTAL.
               DISPLAY LINHA-TOTAL2.
               DISPLAY LINHA-TOTAL4.
               DISPLAY LINHA-TOTAL3.

               CLOSE RUN-CONTROLE.
               IF RN-STATUS = "ERRO"
                   ADD 1 TO WS-TOTAL-COM-ERRO
               END-IF.
               IF RN-STATUS = "CONTROLE"
                   ADD 1 TO WS-TOTAL-CONTROLE
               END-IF.

               MOVE RN-PROGRAMA    TO LD-PROGRAMA.
               MOVE RN-HORA-INICIO TO LD-HORA-INICIO.
