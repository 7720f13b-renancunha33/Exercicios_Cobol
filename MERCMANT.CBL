                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MERCADORIA
                   FILE STATUS IS WS-MM-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
                    OPEN I-O MERC-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0360.

                END-IF.

                CLOSE MERC-MASTER.
                MOVE "L" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                STOP RUN.
               DISPLAY MM-PRECOVENDA-LOCAL   AT 1335.
               DISPLAY "DATA CALCULO: "      AT 1415.
               DISPLAY MM-DATA-CALCULO       AT 1435.
               DISPLAY "CLASSE ABC: "        AT 1450.
               DISPLAY MM-CLASSE-ABC         AT 1462.
               DISPLAY "CATEGORIA: "         AT 1515.
               DISPLAY MM-CATEGORIA          AT 1535.
               DISPLAY "QTD LOJA: "          AT 1550.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
