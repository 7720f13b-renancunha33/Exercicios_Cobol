                 SELECT SUGESTAO-COMPRA ASSIGN TO "SUGCOMP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SC-STATUS.
                 SELECT ENCOMENDA ASSIGN TO "ENCOMEND.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MERC-MASTER.
           FD  SUGESTAO-COMPRA.
               COPY "SUGCOMP.CPY".

           FD  ENCOMENDA.
               COPY "ENCOMEND.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-EM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-SC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-BK-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-BK-FIM       PIC X(01) VALUE "N".

           01 WS-QTD-FALTA        PIC 9(04) VALUE ZEROS.
           01 WS-TOTAL-PARAMETROS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ABAIXO     PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-SO-ENCOMENDA PIC 9(06) VALUE ZEROS.
           01 WS-QTD-ENCOMENDADA  PIC 9(06) VALUE ZEROS.
           01 WS-SALDO-LIVRE      PIC S9(07) VALUE ZEROS.
           01 WS-QTD-CALCULADA    PIC S9(07) VALUE ZEROS.
           01 WS-QTD-MINIMA       PIC 9(04) VALUE ZEROS.

           01 WS-TABELA-ENCOMENDAS.
               02 WS-ENC-ITEM OCCURS 300 TIMES.
                   03 WS-ENC-MERCADORIA PIC X(20).
                   03 WS-ENC-QTD-ABERTA PIC 9(06).
                   03 WS-ENC-CONFERIDA  PIC X(01).
           01 WS-ENC-QTD        PIC 9(03) VALUE ZEROS.
           01 WS-ENC-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-ENC-POS        PIC 9(03) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "EXCECAO DE ESTOQUE BAIXO - PONTO DE PEDIDO".
           01 LINHA-CABECALHO2.
               02 FILLER            PIC X(50) VALUE
               "MERCADORIA            QTD ATUAL  MINIMO  SUGERIDO".
               02 FILLER            PIC X(20) VALUE
               "   ENCOMENDA".
           01 LINHA-DETALHE.
               02 LD-MERCADORIA     PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-QTD-MINIMA     PIC ZZZ9.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LD-QTD-SUGERIDA   PIC ZZZ9.
               02 FILLER            PIC X(05) VALUE SPACES.
               02 LD-QTD-ENCOMENDA  PIC ZZZZZ9.
           01 LINHA-NAO-ENCONTRADA.
               02 FILLER            PIC X(30) VALUE
                   "MERCADORIA NAO CADASTRADA: ".
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "ITENS ABAIXO DO MINIMO:".
               02 LT-ABAIXO         PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "ITENS SO COM ENCOMENDA:".
               02 LT-SO-ENCOMENDA   PIC ZZZZZ9.

           COPY "TRAVCTL.CPY".

               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               END-IF.

               OPEN OUTPUT SUGESTAO-COMPRA.
               PERFORM CARREGA-ENCOMENDAS.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.
                   END-READ
               END-PERFORM.

               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-QTD
                   IF WS-ENC-CONFERIDA (WS-ENC-IDX) = "N"
                       PERFORM CONFERE-SO-ENCOMENDA
                   END-IF
               END-PERFORM.

               DISPLAY SPACE.
               MOVE WS-TOTAL-PARAMETROS TO LT-PARAMETROS.
               MOVE WS-TOTAL-ABAIXO     TO LT-ABAIXO.
               MOVE WS-TOTAL-SO-ENCOMENDA TO LT-SO-ENCOMENDA.
               DISPLAY LINHA-TOTAL.
               DISPLAY LINHA-TOTAL2.
               DISPLAY LINHA-TOTAL3.

               CLOSE MERC-MASTER.
               CLOSE ESTOQUE-MINIMO.
           FIM-PROGRAMA.
               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           CONFERE-MINIMO.
                       MOVE EM-MERCADORIA TO LNE-MERCADORIA
                       DISPLAY LINHA-NAO-ENCONTRADA
                   NOT INVALID KEY
                       PERFORM BUSCA-ENCOMENDA
                       COMPUTE WS-SALDO-LIVRE =
                           MM-QTD - WS-QTD-ENCOMENDADA
                       IF WS-SALDO-LIVRE < EM-QTD-MINIMA
                           ADD 1 TO WS-TOTAL-ABAIXO
                           MOVE EM-QTD-MINIMA TO WS-QTD-MINIMA
                           PERFORM GRAVA-SUGESTAO
                       END-IF
               END-READ.

           BUSCA-ENCOMENDA.
               MOVE ZEROS TO WS-QTD-ENCOMENDADA.
               MOVE ZEROS TO WS-ENC-POS.
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-QTD
                          OR WS-ENC-POS > ZEROS
                   IF WS-ENC-MERCADORIA (WS-ENC-IDX) = MM-MERCADORIA
                       MOVE WS-ENC-IDX TO WS-ENC-POS
                   END-IF
               END-PERFORM.
               IF WS-ENC-POS > ZEROS
                   MOVE WS-ENC-QTD-ABERTA (WS-ENC-POS)
                       TO WS-QTD-ENCOMENDADA
                   MOVE "S" TO WS-ENC-CONFERIDA (WS-ENC-POS)
               END-IF.

           CONFERE-SO-ENCOMENDA.
               MOVE WS-ENC-MERCADORIA (WS-ENC-IDX) TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE WS-ENC-MERCADORIA (WS-ENC-IDX)
                           TO LNE-MERCADORIA
                       DISPLAY LINHA-NAO-ENCONTRADA
                   NOT INVALID KEY
                       MOVE WS-ENC-QTD-ABERTA (WS-ENC-IDX)
                           TO WS-QTD-ENCOMENDADA
                       COMPUTE WS-SALDO-LIVRE =
                           MM-QTD - WS-QTD-ENCOMENDADA
                       IF WS-SALDO-LIVRE < ZEROS
                           ADD 1 TO WS-TOTAL-SO-ENCOMENDA
                           MOVE ZEROS TO WS-QTD-MINIMA
                           MOVE ZEROS TO EM-QTD-MINIMA
                           MOVE ZEROS TO EM-QTD-MAXIMA
                           PERFORM GRAVA-SUGESTAO
                       END-IF
               END-READ.

           GRAVA-SUGESTAO.
               IF EM-QTD-MAXIMA > EM-QTD-MINIMA
                   COMPUTE WS-QTD-CALCULADA =
                       EM-QTD-MAXIMA - WS-SALDO-LIVRE
               ELSE
                   COMPUTE WS-QTD-CALCULADA =
                       EM-QTD-MINIMA - WS-SALDO-LIVRE
               END-IF.
               IF WS-QTD-CALCULADA > 9999
                   MOVE 9999 TO WS-QTD-FALTA
               ELSE
                   MOVE WS-QTD-CALCULADA TO WS-QTD-FALTA
               END-IF.

               MOVE MM-MERCADORIA    TO LD-MERCADORIA.
               MOVE MM-QTD           TO LD-QTD-ATUAL.
               MOVE WS-QTD-MINIMA    TO LD-QTD-MINIMA.
               MOVE WS-QTD-FALTA     TO LD-QTD-SUGERIDA.
               MOVE WS-QTD-ENCOMENDADA TO LD-QTD-ENCOMENDA.
               DISPLAY LINHA-DETALHE.

               MOVE MM-MERCADORIA    TO SC-MERCADORIA.
               MOVE WS-QTD-FALTA     TO SC-QTD-SUGERIDA.
               MOVE MM-PRECOUNITARIO TO SC-PRECOUNITARIO.
               WRITE SUGESTAO-COMPRA-REG.

           CARREGA-ENCOMENDAS.
               MOVE ZEROS TO WS-ENC-QTD.
               OPEN INPUT ENCOMENDA.
               IF WS-BK-STATUS NOT = "00"
                   CLOSE ENCOMENDA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-BK-FIM.
               PERFORM UNTIL WS-BK-FIM = "S"
                   READ ENCOMENDA
                       AT END
                           MOVE "S" TO WS-BK-FIM
                       NOT AT END
                           IF BK-ABERTA
                               PERFORM ACUMULA-ENCOMENDA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENCOMENDA.

           ACUMULA-ENCOMENDA.
               MOVE ZEROS TO WS-ENC-POS.
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-QTD
                          OR WS-ENC-POS > ZEROS
                   IF WS-ENC-MERCADORIA (WS-ENC-IDX) = BK-MERCADORIA
                       MOVE WS-ENC-IDX TO WS-ENC-POS
                   END-IF
               END-PERFORM.
               IF WS-ENC-POS = ZEROS
                   IF WS-ENC-QTD NOT < 300
                       DISPLAY "TABELA DE ENCOMENDAS CHEIA: "
                           BK-MERCADORIA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ENC-QTD
                   MOVE WS-ENC-QTD TO WS-ENC-POS
                   MOVE BK-MERCADORIA TO WS-ENC-MERCADORIA (WS-ENC-POS)
                   MOVE ZEROS TO WS-ENC-QTD-ABERTA (WS-ENC-POS)
                   MOVE "N" TO WS-ENC-CONFERIDA (WS-ENC-POS)
               END-IF.
               COMPUTE WS-ENC-QTD-ABERTA (WS-ENC-POS) =
                   WS-ENC-QTD-ABERTA (WS-ENC-POS) + BK-QTD
                   - BK-QTD-ATENDIDA.
