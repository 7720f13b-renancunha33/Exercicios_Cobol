                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GR-CHAVE
                   FILE STATUS IS WS-GR-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-PT-STATUS      PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0356.

                    END-IF
                END-IF.

                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                STOP RUN.

           LISTA.
               PERFORM CARREGA-TABELA-PESOS.
               IF WS-PESO-TABELA-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA AT 1515
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE "PESOS DE TURMA INCLUIDOS" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
