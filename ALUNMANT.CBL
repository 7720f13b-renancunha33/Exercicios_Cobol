                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AL-MATRICULA
                   FILE STATUS IS WS-AL-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  ALUNOS-MASTER.
               COPY "ALUNMST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-AL-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
                    OPEN I-O ALUNOS-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0360.

                END-IF.

                CLOSE ALUNOS-MASTER.
                STOP RUN.

           CADASTRO.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
