               COPY "VAGAREG.CPY".

           FD  VAGA-HISTORICO.
           01 VAGA-HISTORICO-REG  PIC X(81).

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-VG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TOTAL-EXPIRADAS PIC 9(06) VALUE ZEROS.

           01 WS-VAGAS-ABERTAS.
               02 WS-VAGA-GUARDADA OCCURS 500 TIMES PIC X(81).
           01 WS-VAGA-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-TABELA-CHEIA   PIC X(01) VALUE "N".
               DISPLAY LINHA-TOTAL2.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           PROCESSA-VAGA.
               IF WS-TABELA-CHEIA = "S"
                   DISPLAY "MAIS DE 500 VAGAS ABERTAS - ARQUIVO NAO"
                       " REORGANIZADO NESTA NOITE"
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
