       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONTROLE-DE-LOTE-ENTRADA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOTE-PROCESSADO ASSIGN TO "LOTEPROC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BP-STATUS.

       DATA DIVISION.

           FILE SECTION.
           FD  LOTE-PROCESSADO.
               COPY "LOTEPROC.CPY".

           WORKING-STORAGE SECTION.

           01 WS-BP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO    PIC X(01) VALUE "N".
           01 WS-NUMERO-ED      PIC 9(06) VALUE ZEROS.

           COPY "LOTEHT.CPY".

           LINKAGE SECTION.

           COPY "LOTECTL.CPY".

       PROCEDURE DIVISION USING CONTROLE-LOTE-AREA.

           INICIO.
               EVALUATE TRUE
                   WHEN KL-F-INICIA
                       PERFORM INICIA-LOTE
                   WHEN KL-F-ACUMULA
                       PERFORM ACUMULA-REGISTRO
                   WHEN KL-F-VERIFICA
                       PERFORM VERIFICA-LOTE
                   WHEN KL-F-REGISTRA
                       PERFORM REGISTRA-LOTE
               END-EVALUATE.
               GOBACK.

           INICIA-LOTE.
               MOVE SPACES TO KL-ARQUIVO.
               MOVE SPACES TO KL-PROGRAMA.
               MOVE SPACES TO KL-ORIGEM.
               MOVE SPACES TO KL-MOTIVO.
               MOVE ZEROS  TO KL-DATA-PROCESSAMENTO.
               MOVE ZEROS  TO KL-VALOR-HASH.
               MOVE ZEROS  TO KL-DATA-CRIACAO.
               MOVE ZEROS  TO KL-NUMERO-LOTE.
               MOVE ZEROS  TO KL-QTD-LIDOS.
               MOVE ZEROS  TO KL-QTD-DETALHE.
               MOVE ZEROS  TO KL-TOTAL-HASH.
               MOVE ZEROS  TO KL-QTD-TRAILER.
               MOVE ZEROS  TO KL-HASH-TRAILER.
               MOVE SPACE  TO KL-HEADER.
               MOVE SPACE  TO KL-TRAILER.
               MOVE "N"    TO KL-SEQUENCIA.
               MOVE "0"    TO KL-RESULTADO.

           ACUMULA-REGISTRO.
               MOVE KL-REGISTRO TO LOTE-CONTROLE-REG.
               EVALUATE TRUE
                   WHEN HT-E-HEADER
                       PERFORM ACUMULA-HEADER
                   WHEN HT-E-TRAILER
                       PERFORM ACUMULA-TRAILER
                   WHEN OTHER
                       IF NOT KL-SEM-TRAILER
                           MOVE "S" TO KL-SEQUENCIA
                       END-IF
                       ADD 1 TO KL-QTD-DETALHE
                       ADD KL-VALOR-HASH TO KL-TOTAL-HASH
               END-EVALUATE.
               ADD 1 TO KL-QTD-LIDOS.

           ACUMULA-HEADER.
               IF KL-QTD-LIDOS NOT = ZEROS
                   MOVE "S" TO KL-SEQUENCIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE HT-ORIGEM TO KL-ORIGEM.
               IF HT-DATA-CRIACAO NOT NUMERIC
                       OR HT-NUMERO-LOTE NOT NUMERIC
                   MOVE "X" TO KL-HEADER
                   EXIT PARAGRAPH
               END-IF.
               MOVE HT-DATA-CRIACAO TO KL-DATA-CRIACAO.
               MOVE HT-NUMERO-LOTE  TO KL-NUMERO-LOTE.
               IF KL-NUMERO-LOTE = ZEROS
                   MOVE "X" TO KL-HEADER
               ELSE
                   MOVE "S" TO KL-HEADER
               END-IF.

           ACUMULA-TRAILER.
               IF NOT KL-SEM-TRAILER
                   MOVE "S" TO KL-SEQUENCIA
                   EXIT PARAGRAPH
               END-IF.
               IF HT-QTD-REGISTROS NOT NUMERIC
                       OR HT-TOTAL-HASH NOT NUMERIC
                   MOVE "X" TO KL-TRAILER
                   EXIT PARAGRAPH
               END-IF.
               MOVE HT-QTD-REGISTROS TO KL-QTD-TRAILER.
               MOVE HT-TOTAL-HASH    TO KL-HASH-TRAILER.
               MOVE "S" TO KL-TRAILER.

           VERIFICA-LOTE.
               MOVE "2" TO KL-RESULTADO.
               EVALUATE TRUE
                   WHEN KL-SEM-HEADER
                       MOVE "LOTE SEM REGISTRO HEADER" TO KL-MOTIVO
                   WHEN KL-HEADER-INVALIDO
                       MOVE "HEADER COM DATA/NUMERO DE LOTE INVALIDO"
                           TO KL-MOTIVO
                   WHEN KL-SEM-TRAILER
                       MOVE "LOTE SEM REGISTRO TRAILER" TO KL-MOTIVO
                   WHEN KL-TRAILER-INVALIDO
                       MOVE "TRAILER COM TOTAIS INVALIDOS" TO KL-MOTIVO
                   WHEN KL-FORA-DE-SEQUENCIA
                       MOVE "HEADER/TRAILER FORA DE SEQUENCIA"
                           TO KL-MOTIVO
                   WHEN KL-QTD-TRAILER NOT = KL-QTD-DETALHE
                       MOVE "QTD DE REGISTROS DIFERE DO TRAILER"
                           TO KL-MOTIVO
                   WHEN KL-HASH-TRAILER NOT = KL-TOTAL-HASH
                       MOVE "TOTAL DE CONTROLE DIFERE DO TRAILER"
                           TO KL-MOTIVO
                   WHEN OTHER
                       PERFORM PROCURA-LOTE-PROCESSADO
               END-EVALUATE.

           PROCURA-LOTE-PROCESSADO.
               MOVE "0"    TO KL-RESULTADO.
               MOVE SPACES TO KL-MOTIVO.
               OPEN INPUT LOTE-PROCESSADO.
               IF WS-BP-STATUS = "35"
                   CLOSE LOTE-PROCESSADO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-BP-STATUS NOT = "00"
                   CLOSE LOTE-PROCESSADO
                   MOVE "2" TO KL-RESULTADO
                   MOVE "ERRO NA LEITURA DE LOTEPROC.DAT"
                       TO KL-MOTIVO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LOTE-PROCESSADO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF BP-ARQUIVO = KL-ARQUIVO
                                   AND BP-NUMERO-LOTE = KL-NUMERO-LOTE
                               MOVE "1" TO KL-RESULTADO
                               MOVE KL-NUMERO-LOTE TO WS-NUMERO-ED
                               STRING "LOTE " WS-NUMERO-ED
                                   " JA PROCESSADO EM "
                                   BP-DATA-PROCESSAMENTO
                                   DELIMITED BY SIZE INTO KL-MOTIVO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LOTE-PROCESSADO.

           REGISTRA-LOTE.
               MOVE "0" TO KL-RESULTADO.
               OPEN EXTEND LOTE-PROCESSADO.
               IF WS-BP-STATUS = "35"
                   OPEN OUTPUT LOTE-PROCESSADO
                   CLOSE LOTE-PROCESSADO
                   OPEN EXTEND LOTE-PROCESSADO
               END-IF.
               IF WS-BP-STATUS NOT = "00"
                   CLOSE LOTE-PROCESSADO
                   MOVE "9" TO KL-RESULTADO
                   MOVE "ERRO NA GRAVACAO DE LOTEPROC.DAT"
                       TO KL-MOTIVO
                   EXIT PARAGRAPH
               END-IF.
               MOVE KL-ARQUIVO            TO BP-ARQUIVO.
               MOVE KL-NUMERO-LOTE        TO BP-NUMERO-LOTE.
               MOVE KL-ORIGEM             TO BP-ORIGEM.
               MOVE KL-DATA-CRIACAO       TO BP-DATA-CRIACAO.
               MOVE KL-DATA-PROCESSAMENTO TO BP-DATA-PROCESSAMENTO.
               MOVE KL-PROGRAMA           TO BP-PROGRAMA.
               MOVE KL-QTD-DETALHE        TO BP-QTD-REGISTROS.
               MOVE KL-TOTAL-HASH         TO BP-TOTAL-HASH.
               WRITE LOTE-PROCESSADO-REG.
               CLOSE LOTE-PROCESSADO.
