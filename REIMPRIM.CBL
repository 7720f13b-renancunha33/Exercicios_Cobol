
           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CAT-STATUS   PIC X(02) VALUE SPACES.
           01 WS-RR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-RI-STATUS    PIC X(02) VALUE SPACES.
                       PERFORM LISTA
               END-EVALUATE.

               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           LISTA.

               IF WS-ACHOU = "N"
                   DISPLAY MENSA-NAO-ACHOU
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               IF WS-RR-STATUS NOT = "00"
                   DISPLAY MENSA-NAO-ACHOU
                   CLOSE RELATORIO-RETIDO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT RELATORIO-REIMPRESSO.
