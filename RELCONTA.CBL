           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-CI-STATUS      PIC X(02) VALUE SPACES.
           01 WS-TABELA-CICLOS.
               02 WS-CICLO-GUARDADO OCCURS 2000 TIMES PIC X(31).
           01 WS-CICLO-QTD      PIC 9(04) VALUE ZEROS.
           01 WS-CICLO-IDX      PIC 9(04) VALUE ZEROS.
           01 WS-CICLO-CHEIA    PIC X(01) VALUE "N".
           01 WS-CICLO-MARCADO  PIC X(01) VALUE "N".

                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-CICLO-QTD < 2000
                               ADD 1 TO WS-CICLO-QTD
                               MOVE CONTAGEM-CICLICA-REG TO
                                   WS-CICLO-GUARDADO (WS-CICLO-QTD)
               MOVE WS-OPERADOR      TO AD-OPERADOR-DIGITACAO.
               MOVE SPACES           TO AD-OPERADOR-APROVACAO.
               MOVE ZEROS            TO AD-DATA-APROVACAO.
               MOVE ZEROS            TO AD-DATA-APLICACAO.
               WRITE AJUSTE-ESTOQUE-REG.

           CARREGA-OPERADOR.
