                 SELECT CANDIDATO-ARQUIVO ASSIGN TO "CANDARC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CA-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  CANDIDATO-ARQUIVO.
           01 CANDIDATO-ARQUIVO-REG   PIC X(95).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CA-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           ARQUIVA.
               IF WS-CM-STATUS NOT = "00"
                   DISPLAY "NAO HA CANDIDATOS CADASTRADOS"
                   CLOSE CANDIDATOS-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

                   OPEN EXTEND CANDIDATO-ARQUIVO
               END-IF.

               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATOS-MASTER NEXT RECORD

               CLOSE CANDIDATOS-MASTER.
               CLOSE CANDIDATO-ARQUIVO.

               DISPLAY SPACE.
               MOVE WS-TOTAL-ARQUIVADOS TO LT-ARQUIVADOS.
               IF WS-ID-CHEIA = "S"
                   DISPLAY "MAIS DE 500 CANDIDATOS ELEGIVEIS -"
                       " EXECUTE NOVAMENTE"
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.


               PERFORM REGRAVA-ARQUIVO-MORTO.

               PERFORM GRAVA-AUDITORIA-RESTAURACAO.
               DISPLAY MENSA-RESTAURADO.

           CARREGA-ARQUIVO-MORTO.
               IF WS-CM-STATUS NOT = "00" AND WS-CM-STATUS NOT = "05"
                   DISPLAY "NAO HA CANDIDATOS CADASTRADOS"
                   CLOSE CANDIDATOS-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               MOVE "CANDIDATO ARQUIVADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-RESTAURACAO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CANDIDATO RESTAURADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
