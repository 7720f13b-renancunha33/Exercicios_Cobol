               SELECT FIB-LOTE-SAIDA ASSIGN TO "FIBLOTE-REL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLS-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
                   02 FE-N            PIC 9(04).
                   02 FE-SEMENTE1     PIC X(03).
                   02 FE-SEMENTE2     PIC X(03).
               COPY "LOTEHT.CPY".

           FD  FIB-LOTE-SAIDA.
               COPY "FIBLOTE.CPY".

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

           01 WS-FS-STATUS PIC X(02) VALUE SPACES.
           01 WS-CK-STATUS PIC X(02) VALUE SPACES.
           01 WS-FL-STATUS PIC X(02) VALUE SPACES.
           01 WS-FLS-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0415.
                ACCEPT WS-MODO AT 0455.

                IF WS-MODO = "L" OR WS-MODO = "l"
                    PERFORM LOTE-PROCESSA
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                   CLOSE FIB-SAIDA.
                   PERFORM APAGA-PONTO-DE-CONTROLE.
                   PERFORM GRAVA-AUDITORIA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

               GRAVA-AUDITORIA.
                   MOVE "SEQUENCIA GERADA" TO AJ-DESCRICAO.
                   PERFORM CARREGA-OPERADOR
                   MOVE WS-OPERADOR TO AJ-OPERADOR
                   CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                       AUDITORIA-REG.

               VERIFICA-PONTO-DE-CONTROLE.
                   MOVE "N" TO WS-RETOMAR.
                   IF WS-FL-STATUS NOT = "00"
                       DISPLAY "ARQUIVO FIBLOTE.DAT NAO ENCONTRADO"
                       IF WS-FL-STATUS = "35"
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
                   OPEN INPUT FIB-LOTE-ENTRADA.

                   OPEN OUTPUT FIB-LOTE-SAIDA.
                   MOVE "N" TO WS-FL-FIM.
                   PERFORM UNTIL WS-FL-FIM = "S"
                           AT END
                               MOVE "S" TO WS-FL-FIM
                           NOT AT END
                               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                                   ADD 1 TO WS-RUN-LIDOS
                                   MOVE FE-N TO N
                                   PERFORM CARREGA-SEMENTES
                                   PERFORM LOTE-UMA-SEQUENCIA
                               END-IF
                       END-READ
                   END-PERFORM.
                   CLOSE FIB-LOTE-ENTRADA.

                   MOVE WS-RUN-LIDOS TO WS-RUN-ACEITOS.
                   MOVE WS-RUN-LIDOS TO WS-RUN-GRAVADOS.
                   PERFORM REGISTRA-CONTROLE-LOTE.
                   PERFORM GRAVA-RUN-CONTROLE.

               VERIFICA-CONTROLE-LOTE.
                   MOVE "I" TO KL-FUNCAO.
                   CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                       CONTROLE-LOTE-AREA.
                   MOVE "FIBLOTE" TO KL-ARQUIVO.
                   MOVE "FIBONACCI" TO KL-PROGRAMA.
                   MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
                   MOVE "N" TO WS-FL-FIM.
                   PERFORM UNTIL WS-FL-FIM = "S"
                       READ FIB-LOTE-ENTRADA
                           AT END
                               MOVE "S" TO WS-FL-FIM
                           NOT AT END
                               PERFORM ACUMULA-CONTROLE-LOTE
                       END-READ
                   END-PERFORM.
                   CLOSE FIB-LOTE-ENTRADA.
                   MOVE "V" TO KL-FUNCAO.
                   CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                       CONTROLE-LOTE-AREA.
                   IF KL-LOTE-RECUSADO
                       DISPLAY "FIBLOTE.DAT RECUSADO: " KL-MOTIVO
                       MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF.

               ACUMULA-CONTROLE-LOTE.
                   MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
                   MOVE ZEROS TO KL-VALOR-HASH.
                   IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                           AND FE-N NUMERIC
                       MOVE FE-N TO KL-VALOR-HASH
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

               CARREGA-SEMENTES.
                   MOVE 000 TO WS-SEMENTE1.
                   MOVE 001 TO WS-SEMENTE2.
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
