                 SELECT HONORARIO-SEQ ASSIGN TO "HONSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HS-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  HONORARIO-SEQ.
               COPY "HONSEQ.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-EP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HS-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".

           COPY "SERVDATA.CPY".

           COPY "PERCTL.CPY".

           01 WS-PAGA-NUMERO  PIC 9(06) VALUE ZEROS.
           01 WS-PAGA-DATA    PIC 9(08) VALUE ZEROS.
           01 WS-PAGA-ACHOU   PIC X(01) VALUE "N".

           01 WS-TABELA-HONORARIOS.
               02 WS-HONOR-GUARDADO OCCURS 300 TIMES PIC X(92).
           01 WS-HONOR-QTD    PIC 9(03) VALUE ZEROS.
           01 WS-HONOR-IDX    PIC 9(03) VALUE ZEROS.
           01 WS-HONOR-CHEIA  PIC X(01) VALUE "N".
           01 WS-TOTAL-GERADOS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ABERTOS PIC 9(06) VALUE ZEROS.
           01 WS-VALOR-ABERTO  PIC 9(10)V99 VALUE ZEROS.
           01 WS-VALOR-CREDITOS PIC 9(10)V99 VALUE ZEROS.

           01 WS-FAIXA-VALOR OCCURS 3 TIMES PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXA-IDX    PIC 9(01) VALUE ZEROS.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "VALOR TOTAL EM ABERTO:".
               02 LT-VALOR-ABERTO   PIC ZZZZZZZZZ9,99.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "CREDITOS DE GARANTIA:".
               02 LT-VALOR-CREDITOS PIC ZZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "HONORARIO NAO ENCONTRADO OU JA PAGO".
               02 MENSA-PAGO PIC X(50) VALUE
                   "PAGAMENTO REGISTRADO".
               02 MENSA-PERIODO-FECHADO PIC X(50) VALUE
                   "MES FECHADO - LANCAMENTO NAO PERMITIDO".

       PROCEDURE DIVISION.

               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           GERA-HONORARIOS.
               MOVE "V" TO CM-FUNCAO.
               MOVE WS-DATA-HOJE TO CM-DATA.
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-MES-FECHADO
                   DISPLAY MENSA-PERIODO-FECHADO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN I-O COLOCACAO-MASTER.
               IF WS-CO-STATUS NOT = "00"
                   DISPLAY "NENHUMA COLOCACAO REGISTRADA"
                   CLOSE COLOCACAO-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

                   OPEN EXTEND HONORARIO
               END-IF.

               DISPLAY LINHA-CABECALHO-GERACAO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CO-CONTRATADO AND NOT CO-E-FATURADO
                                   AND NOT CO-GARANTIA-ACIONADA
                               PERFORM GERA-UM-HONORARIO
                           END-IF
                   END-READ

               CLOSE COLOCACAO-MASTER.
               CLOSE HONORARIO.

               DISPLAY SPACE.
               MOVE WS-TOTAL-GERADOS TO LT-GERADOS.
               MOVE WS-DATA-HOJE       TO HR-DATA-EMISSAO.
               MOVE ZEROS              TO HR-DATA-PAGAMENTO.
               MOVE "A"                TO HR-STATUS.
               MOVE "H"                TO HR-TIPO.
               MOVE ZEROS              TO HR-NUMERO-ORIGEM.
               WRITE HONORARIO-REG.

               MOVE "S" TO CO-FATURADO.
                   MOVE WS-DATA-HOJE TO WS-PAGA-DATA
               END-IF.

               MOVE "V" TO CM-FUNCAO.
               MOVE WS-PAGA-DATA TO CM-DATA.
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-MES-FECHADO
                   DISPLAY MENSA-PERIODO-FECHADO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-HONORARIOS.
               MOVE "N" TO WS-PAGA-ACHOU.
               PERFORM VARYING WS-HONOR-IDX FROM 1 BY 1
                   MOVE WS-HONOR-GUARDADO (WS-HONOR-IDX)
                       TO HONORARIO-REG
                   IF HR-NUMERO = WS-PAGA-NUMERO AND HR-ABERTO
                           AND NOT HR-E-CREDITO
                       MOVE "S" TO WS-PAGA-ACHOU
                       MOVE "P" TO HR-STATUS
                       MOVE WS-PAGA-DATA TO HR-DATA-PAGAMENTO

               PERFORM REGRAVA-HONORARIOS.

               PERFORM GRAVA-AUDITORIA-PAGAMENTO.
               DISPLAY MENSA-PAGO.

           CARREGA-HONORARIOS.
               IF WS-HONOR-CHEIA = "S"
                   DISPLAY "MAIS DE 300 HONORARIOS - ARQUIVO NAO"
                       " REGRAVADO"
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT HONORARIO.
               IF WS-HR-STATUS NOT = "00"
                   DISPLAY "NENHUM HONORARIO REGISTRADO"
                   CLOSE HONORARIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HR-ABERTO
                               IF HR-E-CREDITO
                                   ADD HR-VALOR TO WS-VALOR-CREDITOS
                               ELSE
                                   PERFORM AGING-UM-HONORARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE WS-VALOR-ABERTO  TO LT-VALOR-ABERTO.
               DISPLAY LINHA-TOTAL2.
               DISPLAY LINHA-TOTAL3.
               MOVE WS-VALOR-CREDITOS TO LT-VALOR-CREDITOS.
               DISPLAY LINHA-TOTAL4.

           AGING-UM-HONORARIO.
               ADD 1 TO WS-TOTAL-ABERTOS.
               MOVE "HONORARIO GERADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-PAGAMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "HONORARIO PAGO"  TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
