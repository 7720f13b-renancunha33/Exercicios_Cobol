               SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MV-STATUS.
               SELECT ENCOMENDA ASSIGN TO "ENCOMEND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  ENCOMENDA.
               COPY "ENCOMEND.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-BK-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-QTD-TRANSFERE  PIC 9(04) VALUE ZEROS.
           01 WS-ORIGEM         PIC X(01) VALUE "L".
           01 WS-DESTINO        PIC X(01) VALUE "D".
           01 WS-MOV-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-MOV-LOTE       PIC X(10) VALUE SPACES.
           01 WS-PORCAO-IDX     PIC 9(02) VALUE ZEROS.

           01 LINHA-SALDOS.
               02 FILLER         PIC X(06) VALUE "LOJA: ".
               02 FILLER         PIC X(09) VALUE "  TOTAL: ".
               02 LS-TOTAL       PIC ZZZ9.

           01 WS-BK-FIM         PIC X(01) VALUE "N".
           01 WS-ENC-CONTADOR   PIC 9(04) VALUE ZEROS.
           01 WS-ENC-QTD-ABERTA PIC 9(06) VALUE ZEROS.

           01 LINHA-ENCOMENDAS-ITEM.
               02 FILLER         PIC X(22) VALUE
                   "ENCOMENDAS EM ABERTO: ".
               02 LEI-CONTADOR   PIC ZZZ9.
               02 FILLER         PIC X(08) VALUE "  QTD: ".
               02 LEI-QTD        PIC ZZZZZ9.
           01 LINHA-ENCOMENDA-ANTIGA.
               02 FILLER         PIC X(22) VALUE
                   "MAIS ANTIGA - CLIENTE ".
               02 LEA-CLIENTE    PIC 9(04).
               02 FILLER         PIC X(07) VALUE "  QTD: ".
               02 LEA-QTD        PIC ZZZ9.
               02 FILLER         PIC X(08) VALUE "  DATA: ".
               02 LEA-DATA       PIC 9(08).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MERCADORIA PIC X(50) VALUE
                   "DIGITE A MERCADORIA: ".

           COPY "TRAVCTL.CPY".

           COPY "LOTESERV.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MERCMST.DAT EM USO POR OUTRO PROCESSO".

                    OPEN EXTEND MOVIMENTO-HISTORICO
                END-IF.

                PERFORM TRANSFERE.

                CLOSE MERC-MASTER.
                CLOSE MOVIMENTO-HISTORICO.
                MOVE "L" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                STOP RUN.
               END-IF.
               REWRITE MERC-MASTER-REG.

               PERFORM TRANSFERE-LOTES.
               PERFORM GRAVA-AUDITORIA.
               PERFORM EXIBE-SALDOS.
               DISPLAY MENSA-TRANSFERIDO AT 1715.
               PERFORM LISTA-ENCOMENDAS-ITEM.

           EXIBE-SALDOS.
               MOVE MM-QTD-LOJA     TO LS-LOJA.
               MOVE MM-QTD          TO LS-TOTAL.
               DISPLAY LINHA-SALDOS AT 1515.

           TRANSFERE-LOTES.
               MOVE "T"              TO LS-FUNCAO.
               MOVE MM-MERCADORIA    TO LS-MERCADORIA.
               MOVE WS-ORIGEM        TO LS-LOCAL.
               MOVE WS-DESTINO       TO LS-LOCAL-DESTINO.
               MOVE WS-QTD-TRANSFERE TO LS-QTD.
               MOVE ZEROS            TO LS-DATA-REFERENCIA.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               PERFORM VARYING WS-PORCAO-IDX FROM 1 BY 1
                       UNTIL WS-PORCAO-IDX > LS-PORCOES-QTD
                   MOVE LS-P-QTD (WS-PORCAO-IDX)  TO WS-MOV-QTD
                   MOVE LS-P-LOTE (WS-PORCAO-IDX) TO WS-MOV-LOTE
                   PERFORM GRAVA-MOVIMENTO
               END-PERFORM.
               IF LS-QTD-SEM-LOTE > ZEROS
                   MOVE LS-QTD-SEM-LOTE TO WS-MOV-QTD
                   MOVE SPACES          TO WS-MOV-LOTE
                   PERFORM GRAVA-MOVIMENTO
               END-IF.

           GRAVA-MOVIMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE MM-MERCADORIA     TO MV-MERCADORIA.
               MOVE WS-MN             TO MV-MN.
               MOVE WS-SG             TO MV-SS.
               MOVE "T"               TO MV-TIPO-MOV.
               MOVE WS-MOV-QTD        TO MV-QTD.
               MOVE MM-QTD            TO MV-QTD-RESULTANTE.
               MOVE WS-DESTINO        TO MV-LOCAL.
               MOVE WS-MOV-LOTE       TO MV-LOTE.
               WRITE MOVIMENTO-REG.

           LISTA-ENCOMENDAS-ITEM.
               MOVE ZEROS TO WS-ENC-CONTADOR.
               MOVE ZEROS TO WS-ENC-QTD-ABERTA.
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
                           IF BK-MERCADORIA = MM-MERCADORIA
                                   AND BK-ABERTA
                               ADD 1 TO WS-ENC-CONTADOR
                               COMPUTE WS-ENC-QTD-ABERTA =
                                   WS-ENC-QTD-ABERTA + BK-QTD
                                   - BK-QTD-ATENDIDA
                               IF WS-ENC-CONTADOR = 1
                                   MOVE BK-CLIENTE TO LEA-CLIENTE
                                   COMPUTE LEA-QTD =
                                       BK-QTD - BK-QTD-ATENDIDA
                                   MOVE BK-DATA TO LEA-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENCOMENDA.
               IF WS-ENC-CONTADOR = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-ENC-CONTADOR   TO LEI-CONTADOR.
               MOVE WS-ENC-QTD-ABERTA TO LEI-QTD.
               DISPLAY LINHA-ENCOMENDAS-ITEM AT 1915.
               DISPLAY LINHA-ENCOMENDA-ANTIGA AT 2015.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "TRANSFERENCIA-DE-ESTOQUE" TO AJ-PROGRAMA.
               MOVE "TRANSFERENCIA ENTRE LOCAIS" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
