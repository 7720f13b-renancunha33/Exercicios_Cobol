       IDENTIFICATION DIVISION.

       PROGRAM-ID. SERVICO-DE-LOTES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOTE-MERCADORIA ASSIGN TO "LOTEMERC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LT-CHAVE
                   FILE STATUS IS WS-LT-STATUS.

       DATA DIVISION.

           FILE SECTION.
           FD  LOTE-MERCADORIA.
               COPY "LOTEMERC.CPY".

           WORKING-STORAGE SECTION.

           01 WS-LT-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-QTD-LOCAL    PIC 9(04) VALUE ZEROS.
           01 WS-QTD-RESTANTE PIC 9(04) VALUE ZEROS.
           01 WS-QTD-PORCAO   PIC 9(04) VALUE ZEROS.

           01 WS-TABELA-LOTES.
               02 WS-LI-ITEM OCCURS 100 TIMES.
                   03 WS-LI-VALIDADE  PIC 9(08).
                   03 WS-LI-LOTE      PIC X(10).
                   03 WS-LI-QTD       PIC 9(04).
           01 WS-LI-QTD-TAB   PIC 9(03) VALUE ZEROS.
           01 WS-LI-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-LI-J         PIC 9(03) VALUE ZEROS.
           01 WS-LI-TROCA     PIC X(22) VALUE SPACES.

           LINKAGE SECTION.

           COPY "LOTESERV.CPY".

       PROCEDURE DIVISION USING SERVICO-LOTES-AREA.

           INICIO.
               MOVE "0"   TO LS-RETORNO.
               MOVE ZEROS TO LS-QTD-VALIDA.
               MOVE ZEROS TO LS-QTD-VENCIDA.
               MOVE ZEROS TO LS-QTD-SEM-LOTE.
               MOVE ZEROS TO LS-PORCOES-QTD.
               IF LS-LOCAL NOT = "D"
                   MOVE "L" TO LS-LOCAL
               END-IF.
               EVALUATE TRUE
                   WHEN LS-F-CONSULTA
                       PERFORM CONSULTA-LOTE
                   WHEN LS-F-SALDO
                       PERFORM SALDO-DO-ITEM
                   WHEN LS-F-ENTRADA
                       PERFORM ENTRADA-DE-LOTE
                   WHEN LS-F-BAIXA
                       PERFORM BAIXA-POR-VALIDADE
                   WHEN LS-F-TRANSFERE
                       PERFORM BAIXA-POR-VALIDADE
                   WHEN LS-F-DEVOLUCAO
                       PERFORM BAIXA-DE-LOTE-INFORMADO
               END-EVALUATE.
               GOBACK.

           CONSULTA-LOTE.
               OPEN INPUT LOTE-MERCADORIA.
               IF WS-LT-STATUS NOT = "00"
                   MOVE "1" TO LS-RETORNO
                   CLOSE LOTE-MERCADORIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE LS-MERCADORIA TO LT-MERCADORIA.
               MOVE LS-LOTE       TO LT-LOTE.
               READ LOTE-MERCADORIA
                   INVALID KEY
                       MOVE "2" TO LS-RETORNO
                   NOT INVALID KEY
                       MOVE LT-DATA-VALIDADE TO LS-DATA-VALIDADE
                       COMPUTE LS-QTD-VALIDA =
                           LT-QTD-LOJA + LT-QTD-DEPOSITO
               END-READ.
               CLOSE LOTE-MERCADORIA.

           SALDO-DO-ITEM.
               OPEN INPUT LOTE-MERCADORIA.
               IF WS-LT-STATUS NOT = "00"
                   MOVE "1" TO LS-RETORNO
                   CLOSE LOTE-MERCADORIA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM POSICIONA-NO-ITEM.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LOTE-MERCADORIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LT-MERCADORIA NOT = LS-MERCADORIA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM SOMA-SALDO-LOTE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LOTE-MERCADORIA.

           SOMA-SALDO-LOTE.
               PERFORM OBTEM-QTD-LOCAL.
               IF LT-DATA-VALIDADE < LS-DATA-REFERENCIA
                   ADD WS-QTD-LOCAL TO LS-QTD-VENCIDA
               ELSE
                   ADD WS-QTD-LOCAL TO LS-QTD-VALIDA
               END-IF.

           ENTRADA-DE-LOTE.
               OPEN I-O LOTE-MERCADORIA.
               IF WS-LT-STATUS = "35"
                   OPEN OUTPUT LOTE-MERCADORIA
                   CLOSE LOTE-MERCADORIA
                   OPEN I-O LOTE-MERCADORIA
               END-IF.
               IF WS-LT-STATUS NOT = "00"
                   MOVE "1" TO LS-RETORNO
                   CLOSE LOTE-MERCADORIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE LS-MERCADORIA TO LT-MERCADORIA.
               MOVE LS-LOTE       TO LT-LOTE.
               READ LOTE-MERCADORIA
                   INVALID KEY
                       MOVE LS-DATA-VALIDADE   TO LT-DATA-VALIDADE
                       MOVE LS-DATA-REFERENCIA TO LT-DATA-ENTRADA
                       MOVE LS-PEDIDO          TO LT-PEDIDO
                       MOVE ZEROS              TO LT-QTD-LOJA
                       MOVE ZEROS              TO LT-QTD-DEPOSITO
                       PERFORM SOMA-ENTRADA-LOCAL
                       WRITE LOTE-MERC-REG
                   NOT INVALID KEY
                       IF LT-DATA-VALIDADE NOT = LS-DATA-VALIDADE
                           MOVE "3" TO LS-RETORNO
                           MOVE LT-DATA-VALIDADE TO LS-DATA-VALIDADE
                       ELSE
                           PERFORM SOMA-ENTRADA-LOCAL
                           MOVE LS-DATA-REFERENCIA TO LT-DATA-ENTRADA
                           MOVE LS-PEDIDO          TO LT-PEDIDO
                           REWRITE LOTE-MERC-REG
                       END-IF
               END-READ.
               CLOSE LOTE-MERCADORIA.

           SOMA-ENTRADA-LOCAL.
               IF LS-LOCAL = "D"
                   ADD LS-QTD TO LT-QTD-DEPOSITO
               ELSE
                   ADD LS-QTD TO LT-QTD-LOJA
               END-IF.

           BAIXA-POR-VALIDADE.
               MOVE LS-QTD TO WS-QTD-RESTANTE.
               OPEN I-O LOTE-MERCADORIA.
               IF WS-LT-STATUS NOT = "00"
                   CLOSE LOTE-MERCADORIA
                   MOVE WS-QTD-RESTANTE TO LS-QTD-SEM-LOTE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CARREGA-LOTES-DO-ITEM.
               PERFORM ORDENA-POR-VALIDADE.
               PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                       UNTIL WS-LI-IDX > WS-LI-QTD-TAB
                       OR WS-QTD-RESTANTE = ZEROS
                       OR LS-PORCOES-QTD >= 20
                   PERFORM BAIXA-UM-LOTE
               END-PERFORM.
               CLOSE LOTE-MERCADORIA.
               MOVE WS-QTD-RESTANTE TO LS-QTD-SEM-LOTE.

           BAIXA-DE-LOTE-INFORMADO.
               OPEN I-O LOTE-MERCADORIA.
               IF WS-LT-STATUS NOT = "00"
                   MOVE "1" TO LS-RETORNO
                   CLOSE LOTE-MERCADORIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE LS-MERCADORIA TO LT-MERCADORIA.
               MOVE LS-LOTE       TO LT-LOTE.
               READ LOTE-MERCADORIA
                   INVALID KEY
                       MOVE "2" TO LS-RETORNO
                       CLOSE LOTE-MERCADORIA
                       EXIT PARAGRAPH
               END-READ.
               PERFORM OBTEM-QTD-LOCAL.
               MOVE WS-QTD-LOCAL TO LS-QTD-VALIDA.
               IF WS-QTD-LOCAL < LS-QTD
                   MOVE "4" TO LS-RETORNO
                   CLOSE LOTE-MERCADORIA
                   EXIT PARAGRAPH
               END-IF.
               IF LS-LOCAL = "D"
                   SUBTRACT LS-QTD FROM LT-QTD-DEPOSITO
               ELSE
                   SUBTRACT LS-QTD FROM LT-QTD-LOJA
               END-IF.
               REWRITE LOTE-MERC-REG.
               CLOSE LOTE-MERCADORIA.
               MOVE 1                TO LS-PORCOES-QTD.
               MOVE LT-LOTE          TO LS-P-LOTE (1).
               MOVE LT-DATA-VALIDADE TO LS-P-VALIDADE (1).
               MOVE LS-QTD           TO LS-P-QTD (1).

           CARREGA-LOTES-DO-ITEM.
               MOVE ZEROS TO WS-LI-QTD-TAB.
               PERFORM POSICIONA-NO-ITEM.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LOTE-MERCADORIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LT-MERCADORIA NOT = LS-MERCADORIA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM GUARDA-LOTE-ELEGIVEL
                           END-IF
                   END-READ
               END-PERFORM.

           GUARDA-LOTE-ELEGIVEL.
               PERFORM OBTEM-QTD-LOCAL.
               IF WS-QTD-LOCAL = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF LT-DATA-VALIDADE < LS-DATA-REFERENCIA
                   ADD WS-QTD-LOCAL TO LS-QTD-VENCIDA
                   EXIT PARAGRAPH
               END-IF.
               IF WS-LI-QTD-TAB >= 100
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-LI-QTD-TAB.
               MOVE LT-DATA-VALIDADE TO WS-LI-VALIDADE (WS-LI-QTD-TAB).
               MOVE LT-LOTE          TO WS-LI-LOTE (WS-LI-QTD-TAB).
               MOVE WS-QTD-LOCAL     TO WS-LI-QTD (WS-LI-QTD-TAB).
               ADD WS-QTD-LOCAL TO LS-QTD-VALIDA.

           ORDENA-POR-VALIDADE.
               PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                       UNTIL WS-LI-IDX >= WS-LI-QTD-TAB
                   PERFORM VARYING WS-LI-J FROM 1 BY 1
                           UNTIL WS-LI-J >= WS-LI-QTD-TAB
                       IF WS-LI-ITEM (WS-LI-J) >
                               WS-LI-ITEM (WS-LI-J + 1)
                           MOVE WS-LI-ITEM (WS-LI-J) TO WS-LI-TROCA
                           MOVE WS-LI-ITEM (WS-LI-J + 1)
                               TO WS-LI-ITEM (WS-LI-J)
                           MOVE WS-LI-TROCA
                               TO WS-LI-ITEM (WS-LI-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           BAIXA-UM-LOTE.
               MOVE LS-MERCADORIA          TO LT-MERCADORIA.
               MOVE WS-LI-LOTE (WS-LI-IDX) TO LT-LOTE.
               READ LOTE-MERCADORIA
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               PERFORM OBTEM-QTD-LOCAL.
               IF WS-QTD-LOCAL = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTD-LOCAL < WS-QTD-RESTANTE
                   MOVE WS-QTD-LOCAL TO WS-QTD-PORCAO
               ELSE
                   MOVE WS-QTD-RESTANTE TO WS-QTD-PORCAO
               END-IF.
               IF LS-LOCAL = "D"
                   SUBTRACT WS-QTD-PORCAO FROM LT-QTD-DEPOSITO
               ELSE
                   SUBTRACT WS-QTD-PORCAO FROM LT-QTD-LOJA
               END-IF.
               IF LS-F-TRANSFERE
                   IF LS-LOCAL-DESTINO = "D"
                       ADD WS-QTD-PORCAO TO LT-QTD-DEPOSITO
                   ELSE
                       ADD WS-QTD-PORCAO TO LT-QTD-LOJA
                   END-IF
               END-IF.
               REWRITE LOTE-MERC-REG.
               SUBTRACT WS-QTD-PORCAO FROM WS-QTD-RESTANTE.
               ADD 1 TO LS-PORCOES-QTD.
               MOVE LT-LOTE          TO LS-P-LOTE (LS-PORCOES-QTD).
               MOVE LT-DATA-VALIDADE TO LS-P-VALIDADE (LS-PORCOES-QTD).
               MOVE WS-QTD-PORCAO    TO LS-P-QTD (LS-PORCOES-QTD).

           POSICIONA-NO-ITEM.
               MOVE "N"           TO WS-FIM-ARQUIVO.
               MOVE LS-MERCADORIA TO LT-MERCADORIA.
               MOVE LOW-VALUES    TO LT-LOTE.
               START LOTE-MERCADORIA KEY IS NOT LESS THAN LT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START.

           OBTEM-QTD-LOCAL.
               IF LT-QTD-LOJA NOT NUMERIC
                   MOVE ZEROS TO LT-QTD-LOJA
               END-IF.
               IF LT-QTD-DEPOSITO NOT NUMERIC
                   MOVE ZEROS TO LT-QTD-DEPOSITO
               END-IF.
               IF LS-LOCAL = "D"
                   MOVE LT-QTD-DEPOSITO TO WS-QTD-LOCAL
               ELSE
                   MOVE LT-QTD-LOJA TO WS-QTD-LOCAL
               END-IF.
