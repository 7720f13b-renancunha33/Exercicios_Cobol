                 SELECT BOLSA ASSIGN TO "BOLSA.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BO-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  BOLSA.
               COPY "BOLSA.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-BO-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
               IF WS-GR-STATUS NOT = "00" AND WS-GR-STATUS NOT = "05"
                   DISPLAY "NENHUM HISTORICO DE NOTAS ENCONTRADO"
                   CLOSE GRADES-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM GRAVA-RESULTADO.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           AVALIA-NOTA.
           GRAVA-RESULTADO.
               OPEN OUTPUT BOLSA.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.

               END-PERFORM.

               CLOSE BOLSA.

               DISPLAY SPACE.
               MOVE WS-TOTAL-ALUNOS        TO LT-ALUNOS.
               DISPLAY LINHA-TOTAL2.
               IF WS-AL-CHEIA = "S"
                   DISPLAY "MAIS DE 300 ALUNOS - AVALIACAO INCOMPLETA"
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

               END-IF.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
