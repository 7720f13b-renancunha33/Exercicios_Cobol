               SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MV-STATUS.
               SELECT ENCOMENDA ASSIGN TO "ENCOMEND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.
               SELECT CUSTO-HISTORICO ASSIGN TO "CUSTOHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CH-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  ENCOMENDA.
               COPY "ENCOMEND.CPY".

           FD  CUSTO-HISTORICO.
               COPY "CUSTOHST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-PC-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-BK-STATUS      PIC X(02) VALUE SPACES.
           01 WS-CH-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-QTD-PENDENTE    PIC S9(05) VALUE ZEROS.
           01 WS-ESTOQUE-OK      PIC X(01) VALUE "S".
           01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           01 WS-QTD-ANTERIOR    PIC 9(04) VALUE ZEROS.
           01 WS-CUSTO-ANTERIOR  PIC 9(04)V99 VALUE ZEROS.
           01 WS-LOTE            PIC X(10) VALUE SPACES.
           01 WS-DATA-VALIDADE   PIC 9(08) VALUE ZEROS.
           01 WS-LOTE-OK         PIC X(01) VALUE "N".

           01 LINHA-LOTE-EXISTENTE.
               02 FILLER         PIC X(30) VALUE
                   "LOTE JA CADASTRADO - VALIDADE ".
               02 LLE-VALIDADE   PIC 9(08).

           01 LINHA-CUSTO-MEDIO.
               02 FILLER         PIC X(22) VALUE
                   "CUSTO MEDIO ANTERIOR: ".
               02 LCM-ANTERIOR   PIC ZZZ9,99.
               02 FILLER         PIC X(08) VALUE "  NOVO: ".
               02 LCM-NOVO       PIC ZZZ9,99.

           01 LINHA-PEDIDO.
               02 LP-NUMERO      PIC 9(06).
               02 LDV-TITULO     PIC X(25).
               02 LDV-QTD        PIC ZZZZ9.

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
               02 MENSA-NUMERO PIC X(50) VALUE
                   "DIGITE O NUMERO DO PEDIDO: ".
                   "ESTOQUE ACUMULADO EXCEDE A CAPACIDADE DO CAMPO".
               02 MENSA-RECEBIDO PIC X(50) VALUE
                   "RECEBIMENTO REGISTRADO".
               02 MENSA-LOTE PIC X(20) VALUE
                   "DIGITE O LOTE: ".
               02 MENSA-VALIDADE PIC X(20) VALUE
                   "VALIDADE AAAAMMDD: ".
               02 MENSA-LOTE-INVALIDO PIC X(50) VALUE
                   "LOTE NAO INFORMADO - REDIGITE".
               02 MENSA-VALIDADE-INVALIDA PIC X(50) VALUE
                   "VALIDADE INVALIDA OU JA VENCIDA - REDIGITE".
               02 MENSA-LOTE-NAO-GRAVADO PIC X(50) VALUE
                   "ARQUIVO DE LOTES INDISPONIVEL - LOTE NAO GRAVADO".

           01 DATA-DO-SISTEMA.


           COPY "TRAVCTL.CPY".

           COPY "PERCTL.CPY".

           COPY "SERVDATA.CPY".

           COPY "LOTESERV.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MERCMST.DAT EM USO POR OUTRO PROCESSO".
           01 MENSA-PERIODO-FECHADO PIC X(50) VALUE
               "MES FECHADO - LANCAMENTO NAO PERMITIDO".


       SCREEN SECTION.

                DISPLAY TELA01 AT 0101.

                MOVE "V" TO CM-FUNCAO.
                MOVE WS-DATA-HOJE TO CM-DATA.
                CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
                IF CM-MES-FECHADO
                    DISPLAY MENSA-PERIODO-FECHADO AT 0415
                    MOVE 8 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                MOVE "V" TO CT-FUNCAO.
                MOVE "MERCMST.DAT" TO CT-ARQUIVO.
                MOVE "RECEBIMENTO-DE-MERCADORIA" TO CT-PROGRAMA.
                IF CT-HA-CONFLITO
                    DISPLAY MENSA-ARQUIVO-TRAVADO AT 0415
                    DISPLAY CT-PROGRAMA-CONFLITO AT 0515
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "R" TO CT-FUNCAO.
                    MOVE "L" TO CT-FUNCAO
                    CALL "CONTROLE-DE-TRAVAS"
                        USING CONTROLE-TRAVAS-AREA
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                    OPEN EXTEND MOVIMENTO-HISTORICO
                END-IF.

                OPEN EXTEND CUSTO-HISTORICO.
                IF WS-CH-STATUS = "35"
                    OPEN OUTPUT CUSTO-HISTORICO
                    CLOSE CUSTO-HISTORICO
                    OPEN EXTEND CUSTO-HISTORICO
                END-IF.

                PERFORM RECEBE-PEDIDO.
                CLOSE PEDIDO-COMPRA.
                CLOSE MERC-MASTER.
                CLOSE MOVIMENTO-HISTORICO.
                CLOSE CUSTO-HISTORICO.
                MOVE "L" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                STOP RUN.

           RECEBE-PEDIDO.
                   END-IF
               END-PERFORM.

               PERFORM PEDE-LOTE.

               PERFORM ATUALIZA-ESTOQUE.
               IF WS-ESTOQUE-OK = "N"
                   EXIT PARAGRAPH
               END-IF.

               PERFORM GRAVA-LOTE.
               PERFORM GRAVA-MOVIMENTO.
               PERFORM ATUALIZA-PEDIDO.
               PERFORM EXIBE-DIVERGENCIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-RECEBIDO AT 1815.
               PERFORM LISTA-ENCOMENDAS-ITEM.

           PEDE-LOTE.
               MOVE SPACES TO WS-LOTE.
               PERFORM UNTIL WS-LOTE NOT = SPACES
                   DISPLAY MENSA-LOTE AT 1115
                   ACCEPT WS-LOTE AT 1131
                   IF WS-LOTE = SPACES
                       DISPLAY MENSA-LOTE-INVALIDO AT 1215
                   END-IF
               END-PERFORM.

               MOVE "C"           TO LS-FUNCAO.
               MOVE PC-MERCADORIA TO LS-MERCADORIA.
               MOVE WS-LOTE       TO LS-LOTE.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               IF LS-OK
                   MOVE LS-DATA-VALIDADE TO WS-DATA-VALIDADE
                   MOVE WS-DATA-VALIDADE TO LLE-VALIDADE
                   DISPLAY LINHA-LOTE-EXISTENTE AT 1215
                   EXIT PARAGRAPH
               END-IF.

               MOVE "N" TO WS-LOTE-OK.
               PERFORM UNTIL WS-LOTE-OK = "S"
                   MOVE ZEROS TO WS-DATA-VALIDADE
                   DISPLAY MENSA-VALIDADE AT 1145
                   ACCEPT WS-DATA-VALIDADE AT 1165
                   PERFORM VALIDA-DATA-VALIDADE
                   IF WS-LOTE-OK = "N"
                       DISPLAY MENSA-VALIDADE-INVALIDA AT 1215
                   END-IF
               END-PERFORM.

           VALIDA-DATA-VALIDADE.
               MOVE "N" TO WS-LOTE-OK.
               IF WS-DATA-VALIDADE NOT NUMERIC
                       OR WS-DATA-VALIDADE = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "D"              TO SD-FUNCAO.
               MOVE WS-DATA-HOJE     TO SD-DATA1.
               MOVE WS-DATA-VALIDADE TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO = "0" AND SD-DIAS NOT < ZEROS
                   MOVE "S" TO WS-LOTE-OK
               END-IF.

           GRAVA-LOTE.
               MOVE "E"              TO LS-FUNCAO.
               MOVE PC-MERCADORIA    TO LS-MERCADORIA.
               MOVE WS-LOTE          TO LS-LOTE.
               MOVE WS-DATA-VALIDADE TO LS-DATA-VALIDADE.
               MOVE "L"              TO LS-LOCAL.
               MOVE WS-QTD-RECEBIDA  TO LS-QTD.
               MOVE PC-NUMERO        TO LS-PEDIDO.
               MOVE WS-DATA-HOJE     TO LS-DATA-REFERENCIA.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               IF NOT LS-OK
                   DISPLAY MENSA-LOTE-NAO-GRAVADO AT 1215
               END-IF.

           ATUALIZA-ESTOQUE.
               MOVE "S" TO WS-ESTOQUE-OK.
                   MOVE MM-QTD TO MM-QTD-LOJA
               END-IF.

               MOVE MM-QTD TO WS-QTD-ANTERIOR.
               IF MM-PRECOUNITARIO NOT NUMERIC
                   MOVE ZEROS TO MM-PRECOUNITARIO
               END-IF.
               MOVE MM-PRECOUNITARIO TO WS-CUSTO-ANTERIOR.

               ADD WS-QTD-RECEBIDA TO MM-QTD
                   ON SIZE ERROR
                       MOVE "N" TO WS-ESTOQUE-OK
               END-ADD.
               IF WS-ESTOQUE-OK = "S"
                   ADD WS-QTD-RECEBIDA TO MM-QTD-LOJA
                   PERFORM RECALCULA-CUSTO-MEDIO
                   REWRITE MERC-MASTER-REG
                   IF MM-PRECOUNITARIO NOT = WS-CUSTO-ANTERIOR
                       PERFORM GRAVA-HISTORICO-CUSTO
                   END-IF
               END-IF.

           RECALCULA-CUSTO-MEDIO.
               IF PC-PRECOUNITARIO NOT NUMERIC
                       OR PC-PRECOUNITARIO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTD-ANTERIOR = ZEROS
                       OR WS-CUSTO-ANTERIOR = ZEROS
                   MOVE PC-PRECOUNITARIO TO MM-PRECOUNITARIO
               ELSE
                   COMPUTE MM-PRECOUNITARIO ROUNDED =
                       (WS-QTD-ANTERIOR * WS-CUSTO-ANTERIOR
                        + WS-QTD-RECEBIDA * PC-PRECOUNITARIO)
                       / MM-QTD
               END-IF.
               MOVE WS-CUSTO-ANTERIOR TO LCM-ANTERIOR.
               MOVE MM-PRECOUNITARIO  TO LCM-NOVO.
               DISPLAY LINHA-CUSTO-MEDIO AT 1315.

           GRAVA-HISTORICO-CUSTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE PC-MERCADORIA     TO CH-MERCADORIA.
               MOVE WS-DATA-HOJE      TO CH-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO CH-HORA.
               MOVE "R"               TO CH-ORIGEM.
               MOVE PC-NUMERO         TO CH-DOCUMENTO.
               MOVE WS-QTD-ANTERIOR   TO CH-QTD-ANTERIOR.
               MOVE WS-CUSTO-ANTERIOR TO CH-CUSTO-ANTERIOR.
               MOVE WS-QTD-RECEBIDA   TO CH-QTD-ENTRADA.
               MOVE PC-PRECOUNITARIO  TO CH-CUSTO-ENTRADA.
               MOVE MM-PRECOUNITARIO  TO CH-CUSTO-NOVO.
               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR       TO CH-OPERADOR.
               WRITE CUSTO-HISTORICO-REG.

           GRAVA-MOVIMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE PC-MERCADORIA     TO MV-MERCADORIA.
               MOVE WS-QTD-RECEBIDA   TO MV-QTD.
               MOVE MM-QTD            TO MV-QTD-RESULTANTE.
               MOVE "L"               TO MV-LOCAL.
               MOVE WS-LOTE           TO MV-LOTE.
               WRITE MOVIMENTO-REG.

           ATUALIZA-PEDIDO.
                       DISPLAY "ENTREGA COMPLETA" AT 1415
               END-EVALUATE.

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
                           IF BK-MERCADORIA = PC-MERCADORIA
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
               DISPLAY LINHA-ENCOMENDAS-ITEM AT 1615.
               DISPLAY LINHA-ENCOMENDA-ANTIGA AT 1715.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "RECEBIMENTO-DE-MERCADORIA" TO AJ-PROGRAMA.
               MOVE "RECEBIMENTO DE PEDIDO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
