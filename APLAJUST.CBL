               SELECT AJUSTE-ESTOQUE ASSIGN TO "AJUSTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AD-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  AJUSTE-ESTOQUE.
               COPY "AJUSTES.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-MM-STATUS PIC X(02) VALUE SPACES.
           01 WS-AD-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
               02 WS-CC PIC 9(02).

           01 WS-AJUSTES.
               02 WS-AJUSTE-GUARDADO OCCURS 2000 TIMES PIC X(94).
           01 WS-AJUSTE-QTD  PIC 9(04) VALUE ZEROS.
           01 WS-AJUSTE-IDX  PIC 9(04) VALUE ZEROS.
           01 WS-TABELA-CHEIA PIC X(01) VALUE "N".
           01 WS-CONFIRMA    PIC X(01) VALUE "N".
           01 WS-QTD-NOVA    PIC S9(06) VALUE ZEROS.
               02 MENSA-MERC-INEXISTENTE PIC X(50) VALUE
                   "MERCADORIA NAO CADASTRADA - NAO APLICADO".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 2000 AJUSTES - EXECUCAO ABANDONADA".
               02 MENSA-APROVA-DUPLO PIC X(50) VALUE
                   "APROVAR (S) / REJEITAR (R) / PULAR (N): ".
               02 MENSA-MESMO-OPERADOR PIC X(55) VALUE

           COPY "TRAVCTL.CPY".

           COPY "PERCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MERCMST.DAT EM USO POR OUTRO PROCESSO".
           01 MENSA-PERIODO-FECHADO PIC X(50) VALUE
               "MES FECHADO - LANCAMENTO NAO PERMITIDO".


       SCREEN SECTION.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0347.

                IF CT-HA-CONFLITO
                    DISPLAY MENSA-ARQUIVO-TRAVADO AT 0515
                    DISPLAY CT-PROGRAMA-CONFLITO AT 0615
                    MOVE 12 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "R" TO CT-FUNCAO.
                PERFORM CARREGA-AJUSTES.
                IF WS-AJUSTE-QTD = ZEROS
                    DISPLAY MENSA-SEM-AJUSTES AT 0515
                    MOVE "L" TO CT-FUNCAO
                    CALL "CONTROLE-DE-TRAVAS"
                        USING CONTROLE-TRAVAS-AREA
                    MOVE 8 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                IF WS-TABELA-CHEIA = "S"
                    DISPLAY MENSA-TABELA-CHEIA AT 0515
                    MOVE "L" TO CT-FUNCAO
                    CALL "CONTROLE-DE-TRAVAS"
                        USING CONTROLE-TRAVAS-AREA
                    MOVE 4 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                    PERFORM POSTAGEM
                END-IF.

                MOVE "L" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                STOP RUN.

           CARREGA-AJUSTES.
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-AJUSTE-QTD < 2000
                               ADD 1 TO WS-AJUSTE-QTD
                               MOVE AJUSTE-ESTOQUE-REG TO
                                   WS-AJUSTE-GUARDADO (WS-AJUSTE-QTD)
               PERFORM CARREGA-NIVEL-OPERADOR.
               IF WS-NIVEL-OPERADOR < WS-NIVEL-MINIMO-APROVACAO
                   DISPLAY MENSA-SEM-NIVEL
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

                       UNTIL WS-AJUSTE-IDX > WS-AJUSTE-QTD
                   MOVE WS-AJUSTE-GUARDADO (WS-AJUSTE-IDX)
                       TO AJUSTE-ESTOQUE-REG
                   IF AD-APROVADO NOT = "S" AND AD-APROVADO NOT = "A"
                       PERFORM APROVA-UM-AJUSTE
                       MOVE AJUSTE-ESTOQUE-REG
                           TO WS-AJUSTE-GUARDADO (WS-AJUSTE-IDX)
               CLOSE OPERADORES.

           POSTAGEM.
               MOVE ANO TO WS-DATA-HOJE(1:4).
               MOVE MES TO WS-DATA-HOJE(5:2).
               MOVE DIA TO WS-DATA-HOJE(7:2).
               MOVE "V" TO CM-FUNCAO.
               MOVE WS-DATA-HOJE TO CM-DATA.
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-MES-FECHADO
                   DISPLAY MENSA-PERIODO-FECHADO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   MOVE 12 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.


               ADD 1 TO WS-TOTAL-APLICADOS.
               MOVE "A" TO AD-APROVADO.
               MOVE ANO TO AD-DATA-APLICACAO(1:4).
               MOVE MES TO AD-DATA-APLICACAO(5:2).
               MOVE DIA TO AD-DATA-APLICACAO(7:2).
               PERFORM GRAVA-AUDITORIA.

           REGRAVA-AJUSTES.
                   IF AD-APROVADO NOT = "A"
                           AND AD-APROVADO NOT = "R"
                       ADD 1 TO WS-TOTAL-PENDENTES
                   END-IF
                   IF AD-APROVADO NOT = "R"
                       WRITE AJUSTE-ESTOQUE-REG
                   END-IF
               END-PERFORM.
               MOVE "AJUSTE DE ESTOQUE APLICADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR TO AJ-OPERADOR.
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-REJEICAO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE AD-QTD-DELTA      TO AJ-VALOR.
               MOVE "AJUSTE DE ESTOQUE REJEITADO" TO AJ-DESCRICAO.
               MOVE AD-OPERADOR-APROVACAO TO AJ-OPERADOR.
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
