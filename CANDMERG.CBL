                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CO-CHAVE
                   FILE STATUS IS WS-CO-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           01 WS-CM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-CONFIRMA       PIC X(01) VALUE "N".

           01 WS-TABELA-COLOCACOES.
               02 WS-COLOC-GUARDADA OCCURS 100 TIMES PIC X(122).
           01 WS-COLOC-QTD      PIC 9(03) VALUE ZEROS.
           01 WS-COLOC-IDX      PIC 9(03) VALUE ZEROS.
           01 WS-COLOC-CHEIA    PIC X(01) VALUE "N".
                    OPEN I-O COLOCACAO-MASTER
                END-IF.

                PERFORM FUNDE.

                CLOSE CANDIDATOS-MASTER.
                CLOSE COLOCACAO-MASTER.
                STOP RUN.

           FUNDE.
               MOVE "CANDIDATO FUNDIDO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
