               SELECT FORNECEDOR-MERC ASSIGN TO "FORNMERC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FM-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  FORNECEDOR-MERC.
               COPY "FORNMERC.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           01 WS-FN-STATUS      PIC X(02) VALUE SPACES.
           01 WS-FM-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 LINHA-MERC-FORN.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LM-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LM-CUSTO       PIC ZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LM-QTD-MINIMA  PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LM-VALIDADE-INICIO PIC 9(08).
               02 FILLER         PIC X(01) VALUE "-".
               02 LM-VALIDADE-FIM PIC 9(08).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                    OPEN I-O FORNECEDOR-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0370.

                END-EVALUATE.

                CLOSE FORNECEDOR-MASTER.
                STOP RUN.

           INCLUSAO.
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF FM-FORNECEDOR = FN-CODIGO
                               PERFORM EXIBE-MERCADORIA-FORN
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FORNECEDOR-MERC.

           EXIBE-MERCADORIA-FORN.
               MOVE FM-MERCADORIA TO LM-MERCADORIA.
               MOVE ZEROS TO LM-CUSTO LM-QTD-MINIMA
                   LM-VALIDADE-INICIO LM-VALIDADE-FIM.
               IF FM-CUSTO NUMERIC
                   MOVE FM-CUSTO TO LM-CUSTO
               END-IF.
               IF FM-QTD-MINIMA NUMERIC
                   MOVE FM-QTD-MINIMA TO LM-QTD-MINIMA
               END-IF.
               IF FM-VALIDADE-INICIO NUMERIC
                   MOVE FM-VALIDADE-INICIO TO LM-VALIDADE-INICIO
               END-IF.
               IF FM-VALIDADE-FIM NUMERIC
                   MOVE FM-VALIDADE-FIM TO LM-VALIDADE-FIM
               END-IF.
               DISPLAY LINHA-MERC-FORN.

           GRAVA-MERCADORIA-FORN.
               OPEN EXTEND FORNECEDOR-MERC.
               IF WS-FM-STATUS = "35"
               END-IF.
               MOVE FN-CODIGO          TO FM-FORNECEDOR.
               MOVE WS-NOVA-MERCADORIA TO FM-MERCADORIA.
               MOVE ZEROS TO FM-CUSTO FM-QTD-MINIMA FM-VALIDADE-INICIO
                   FM-VALIDADE-FIM FM-DATA-IMPORTACAO.
               WRITE FORNECEDOR-MERC-REG.
               CLOSE FORNECEDOR-MERC.

               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
