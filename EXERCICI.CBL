               SELECT OP-LOTE-SAIDA ASSIGN TO "OPLOTE-REL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SE-STATUS.
               02 OE-OPERACAO PIC X(01).
               02 OE-A       PIC S9(03).
               02 OE-B       PIC S9(03).
               COPY "LOTEHT.CPY".

           FD  OP-LOTE-SAIDA.
               COPY "OPLOTE.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           COPY "LOTECTL.CPY".

           01 WS-OE-STATUS PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-SE-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".

               DISPLAY TELA01 AT 0101.

               DISPLAY MENSA-MODO AT 0415.
               ACCEPT WS-MODO     AT 0455.

               IF WS-MODO = "L" OR WS-MODO = "l"
                   PERFORM LOTE-PROCESSA
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF.

               END-IF.

               PERFORM GRAVA-AUDITORIA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           GRAVA-AUDITORIA.
               MOVE "OPERACOES CALCULADAS" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           LOTE-PROCESSA.
               PERFORM MARCA-INICIO-EXECUCAO.
               IF WS-OE-STATUS NOT = "00"
                   DISPLAY "ARQUIVO OPLOTE.DAT NAO ENCONTRADO"
                   IF WS-OE-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

               PERFORM VERIFICA-CONTROLE-LOTE.
               IF KL-LOTE-RECUSADO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT OP-LOTE-ENTRADA.

               OPEN OUTPUT OP-LOTE-SAIDA.
               MOVE "N" TO WS-OE-FIM.
               PERFORM UNTIL WS-OE-FIM = "S"
                       AT END
                           MOVE "S" TO WS-OE-FIM
                       NOT AT END
                           IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                               ADD 1 TO WS-RUN-LIDOS
                               MOVE OE-OPERACAO TO WS-OPERACAO
                               IF WS-OPERACAO NOT = "S"
                                       AND WS-OPERACAO NOT = "R"
                                       AND WS-OPERACAO NOT = "M"
                                       AND WS-OPERACAO NOT = "D"
                                   MOVE "T" TO WS-OPERACAO
                               END-IF
                               MOVE OE-A TO A
                               MOVE OE-B TO B
                               PERFORM LOTE-UM-PAR
                           END-IF
                   END-READ
               END-PERFORM.


               MOVE WS-RUN-LIDOS TO WS-RUN-ACEITOS.
               MOVE WS-RUN-LIDOS TO WS-RUN-GRAVADOS.
               PERFORM REGISTRA-CONTROLE-LOTE.
               PERFORM GRAVA-RUN-CONTROLE.

           VERIFICA-CONTROLE-LOTE.
               MOVE "I" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               MOVE "OPLOTE" TO KL-ARQUIVO.
               MOVE "CALCULO-SOMA-SUBTR-MULT-DIV" TO KL-PROGRAMA.
               MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
               MOVE "N" TO WS-OE-FIM.
               PERFORM UNTIL WS-OE-FIM = "S"
                   READ OP-LOTE-ENTRADA
                       AT END
                           MOVE "S" TO WS-OE-FIM
                       NOT AT END
                           PERFORM ACUMULA-CONTROLE-LOTE
                   END-READ
               END-PERFORM.
               CLOSE OP-LOTE-ENTRADA.
               MOVE "V" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-LOTE-RECUSADO
                   DISPLAY "OPLOTE.DAT RECUSADO: " KL-MOTIVO
                   MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-CONTROLE-LOTE.
               MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
               MOVE ZEROS TO KL-VALOR-HASH.
               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                       AND OE-A NUMERIC
                   MOVE OE-A TO KL-VALOR-HASH
               END-IF.
               MOVE "A" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.

           REGISTRA-CONTROLE-LOTE.
               MOVE "R" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-ERRO-ARQUIVO
                   DISPLAY KL-MOTIVO
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           LOTE-UM-PAR.
               MOVE WS-OPERACAO TO LDL-OPERACAO.
               MOVE A TO LDL-A.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
                   WHEN OTHER
                       MOVE "ERRO" TO RN-STATUS
               END-EVALUATE.
               IF KL-LOTE-RECUSADO
                   MOVE "CONTROLE" TO RN-STATUS
               END-IF.
               WRITE RUN-CONTROLE-REG.
               CLOSE RUN-CONTROLE.
