                 SELECT ESTOQUE-PROPOSTA ASSIGN TO "EMPROP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EP-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  ESTOQUE-PROPOSTA.
               COPY "EMPROP.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-EM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-EP-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
               END-IF.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           GERA-PROPOSTAS.
               IF WS-EM-STATUS NOT = "00"
                   DISPLAY "ARQUIVO ESTMIN.DAT NAO ENCONTRADO"
                   IF WS-EM-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               IF WS-EP-STATUS NOT = "00"
                   DISPLAY "ARQUIVO EMPROP.DAT NAO ENCONTRADO"
                   IF WS-EP-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   CLOSE ESTOQUE-PROPOSTA
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY LINHA-CABECALHO2.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               CLOSE ESTOQUE-PROPOSTA.

               PERFORM REGRAVA-ESTMIN.

               DISPLAY SPACE.
               MOVE WS-TOTAL-ACEITAS TO LT-ACEITAS.
               IF WS-PARAM-CHEIA = "S"
                   DISPLAY "MAIS DE 200 PROPOSTAS - ESTMIN.DAT NAO "
                       "ATUALIZADO"
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE "NIVEL DE REPOSICAO ACEITO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
