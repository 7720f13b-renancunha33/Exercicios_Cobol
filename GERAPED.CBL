                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FN-CODIGO
                     FILE STATUS IS WS-FN-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-SC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PQ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FN-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-FORNECEDOR-ACHADO PIC X(01) VALUE "N".
           01 WS-FORNECEDOR-COD    PIC 9(04) VALUE ZEROS.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           01 WS-CANDIDATO-ATIVO   PIC X(01) VALUE "N".
           01 WS-CANDIDATO-COTADO  PIC X(01) VALUE "N".
           01 WS-CANDIDATO-MELHOR  PIC X(01) VALUE "N".
           01 WS-CANDIDATO-PRAZO   PIC 9(03) VALUE ZEROS.
           01 WS-MELHOR-COTADO     PIC X(01) VALUE "N".
           01 WS-MELHOR-CUSTO      PIC 9(04)V99 VALUE ZEROS.
           01 WS-MELHOR-PRAZO      PIC 9(03) VALUE ZEROS.
           01 WS-MELHOR-QTD-MINIMA PIC 9(04) VALUE ZEROS.

           01 WS-TOTAL-SUGESTOES PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-GERADOS   PIC 9(06) VALUE ZEROS.
               02 LD-QTD            PIC ZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PRECOUNITARIO  PIC ZZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-OBSERVACAO     PIC X(20).
           01 LINHA-ABERTO.
               02 LA-NUMERO         PIC 9(06).
               02 FILLER            PIC X(02) VALUE SPACES.
                   OPEN I-O PEDIDO-COMPRA
               END-IF.

               DISPLAY MENSA-MODO.
               ACCEPT WS-MODO.

               END-IF.

               CLOSE PEDIDO-COMPRA.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           GERA-PEDIDOS.
               IF WS-SC-STATUS NOT = "00"
                   DISPLAY "ARQUIVO SUGCOMP.DAT NAO ENCONTRADO"
                   IF WS-SC-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY LINHA-TOTAL3.
               DISPLAY LINHA-TOTAL4.

               IF WS-TOTAL-SEM-FORN > ZEROS AND WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           GERA-UM-PEDIDO.
               MOVE WS-FORNECEDOR-COD  TO PC-FORNECEDOR.
               MOVE SC-MERCADORIA      TO PC-MERCADORIA.
               MOVE SC-QTD-SUGERIDA    TO PC-QTD-PEDIDA.
               MOVE SPACES             TO LD-OBSERVACAO.
               IF WS-MELHOR-QTD-MINIMA > PC-QTD-PEDIDA
                   MOVE WS-MELHOR-QTD-MINIMA TO PC-QTD-PEDIDA
                   MOVE "QTD MINIMA FORN" TO LD-OBSERVACAO
               END-IF.
               MOVE ZEROS              TO PC-QTD-RECEBIDA.
               IF WS-MELHOR-COTADO = "S"
                   MOVE WS-MELHOR-CUSTO TO PC-PRECOUNITARIO
               ELSE
                   MOVE SC-PRECOUNITARIO TO PC-PRECOUNITARIO
                   MOVE "SEM COTACAO" TO LD-OBSERVACAO
               END-IF.
               MOVE "A"                TO PC-STATUS.
               MOVE WS-DATA-HOJE       TO PC-DATA-EMISSAO.
               MOVE ZEROS              TO PC-DATA-RECEBIMENTO.
           REGRAVA-SUGESTOES.
               IF WS-RET-CHEIA = "S"
                   DISPLAY MENSA-RETIDAS-CHEIA
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
           LOCALIZA-FORNECEDOR-MERC.
               MOVE "N"   TO WS-FORNECEDOR-ACHADO.
               MOVE ZEROS TO WS-FORNECEDOR-COD.
               MOVE "N"   TO WS-MELHOR-COTADO.
               MOVE ZEROS TO WS-MELHOR-CUSTO.
               MOVE ZEROS TO WS-MELHOR-PRAZO.
               MOVE ZEROS TO WS-MELHOR-QTD-MINIMA.
               OPEN INPUT FORNECEDOR-MERC.
               IF WS-FM-STATUS NOT = "00"
                   CLOSE FORNECEDOR-MERC
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT FORNECEDOR-MASTER.
               IF WS-FN-STATUS NOT = "00" AND WS-FN-STATUS NOT = "05"
                   CLOSE FORNECEDOR-MASTER
                   CLOSE FORNECEDOR-MERC
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ FORNECEDOR-MERC
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF FM-MERCADORIA = SC-MERCADORIA
                               PERFORM AVALIA-FORNECEDOR-MERC
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FORNECEDOR-MASTER.
               CLOSE FORNECEDOR-MERC.
               MOVE "N" TO WS-FIM-ARQUIVO.

           AVALIA-FORNECEDOR-MERC.
               MOVE "S" TO WS-CANDIDATO-ATIVO.
               MOVE FM-FORNECEDOR TO FN-CODIGO.
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-CANDIDATO-ATIVO
                   NOT INVALID KEY
                       IF NOT FN-E-ATIVO
                           MOVE "N" TO WS-CANDIDATO-ATIVO
                       END-IF
               END-READ.
               IF WS-CANDIDATO-ATIVO = "N"
                   EXIT PARAGRAPH
               END-IF.

               MOVE 999 TO WS-CANDIDATO-PRAZO.
               IF FN-PRAZO-ENTREGA NUMERIC
                   MOVE FN-PRAZO-ENTREGA TO WS-CANDIDATO-PRAZO
               END-IF.
               MOVE "N" TO WS-CANDIDATO-COTADO.
               IF FM-CUSTO NUMERIC AND FM-CUSTO > ZEROS
                       AND FM-VALIDADE-INICIO NUMERIC
                       AND FM-VALIDADE-FIM NUMERIC
                       AND FM-VALIDADE-INICIO <= WS-DATA-HOJE
                       AND FM-VALIDADE-FIM >= WS-DATA-HOJE
                   MOVE "S" TO WS-CANDIDATO-COTADO
               END-IF.

               MOVE "N" TO WS-CANDIDATO-MELHOR.
               EVALUATE TRUE
                   WHEN WS-FORNECEDOR-ACHADO = "N"
                       MOVE "S" TO WS-CANDIDATO-MELHOR
                   WHEN WS-CANDIDATO-COTADO = "S"
                           AND WS-MELHOR-COTADO = "N"
                       MOVE "S" TO WS-CANDIDATO-MELHOR
                   WHEN WS-CANDIDATO-COTADO = "S"
                           AND WS-MELHOR-COTADO = "S"
                       IF FM-CUSTO < WS-MELHOR-CUSTO
                           MOVE "S" TO WS-CANDIDATO-MELHOR
                       END-IF
                       IF FM-CUSTO = WS-MELHOR-CUSTO
                               AND WS-CANDIDATO-PRAZO < WS-MELHOR-PRAZO
                           MOVE "S" TO WS-CANDIDATO-MELHOR
                       END-IF
                   WHEN WS-CANDIDATO-COTADO = "N"
                           AND WS-MELHOR-COTADO = "N"
                       IF WS-CANDIDATO-PRAZO < WS-MELHOR-PRAZO
                           MOVE "S" TO WS-CANDIDATO-MELHOR
                       END-IF
               END-EVALUATE.
               IF WS-CANDIDATO-MELHOR = "N"
                   EXIT PARAGRAPH
               END-IF.

               MOVE "S"                TO WS-FORNECEDOR-ACHADO.
               MOVE FM-FORNECEDOR      TO WS-FORNECEDOR-COD.
               MOVE WS-CANDIDATO-COTADO TO WS-MELHOR-COTADO.
               MOVE WS-CANDIDATO-PRAZO TO WS-MELHOR-PRAZO.
               MOVE ZEROS              TO WS-MELHOR-CUSTO.
               MOVE ZEROS              TO WS-MELHOR-QTD-MINIMA.
               IF WS-CANDIDATO-COTADO = "S"
                   MOVE FM-CUSTO TO WS-MELHOR-CUSTO
                   IF FM-QTD-MINIMA NUMERIC
                       MOVE FM-QTD-MINIMA TO WS-MELHOR-QTD-MINIMA
                   END-IF
               END-IF.

           OBTEM-PROXIMO-NUMERO.
               MOVE ZEROS TO WS-ULTIMO-NUMERO.
               MOVE "PEDIDO DE COMPRA GERADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
