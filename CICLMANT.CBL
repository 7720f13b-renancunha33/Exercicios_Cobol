                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MM-MERCADORIA
                   FILE STATUS IS WS-MM-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           01 WS-CC-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-NOVA-FREQUENCIA PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-CICLOS.
               02 WS-CICLO-GUARDADO OCCURS 2000 TIMES PIC X(31).
           01 WS-CICLO-QTD      PIC 9(04) VALUE ZEROS.
           01 WS-CICLO-IDX      PIC 9(04) VALUE ZEROS.
           01 WS-CICLO-POS      PIC 9(04) VALUE ZEROS.
           01 WS-CICLO-EXISTE   PIC X(01) VALUE "N".
           01 WS-TABELA-CHEIA   PIC X(01) VALUE "N".
           01 WS-ACHOU          PIC X(01) VALUE "N".
               02 MENSA-FREQ-INVALIDA PIC X(50) VALUE
                   "FREQUENCIA DEVE SER MAIOR QUE ZERO - REDIGITE".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 2000 MERCADORIAS NA TABELA - NAO GRAVADO".

           01 DATA-DO-SISTEMA.


                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0356.

                    END-IF
                END-IF.

                STOP RUN.

           LISTA.
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-CICLO-QTD < 2000
                               ADD 1 TO WS-CICLO-QTD
                               MOVE CONTAGEM-CICLICA-REG TO
                                   WS-CICLO-GUARDADO (WS-CICLO-QTD)
               MOVE "PROGRAMACAO DE CONTAGEM" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
