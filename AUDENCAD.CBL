       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENCADEAMENTO-DE-AUDITORIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDITORIA-SEQ ASSIGN TO "AUDITSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AQ-STATUS.
               SELECT AUDIT-JOURNAL ASSIGN TO "AUDITLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AJ-STATUS.

       DATA DIVISION.

           FILE SECTION.
           FD  AUDITORIA-SEQ.
               COPY "AUDSEQ.CPY".

           FD  AUDIT-JOURNAL.
           01 AUDIT-JOURNAL-REG       PIC X(160).

           WORKING-STORAGE SECTION.

           01 WS-AQ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-ULTIMA-SEQUENCIA   PIC 9(09) VALUE ZEROS.
           01 WS-ULTIMO-VERIFICADOR PIC 9(09) VALUE ZEROS.

           COPY "AUDVERIF.CPY".

           COPY "TRAVCTL.CPY".

           01 WS-HORA-INICIAL PIC 9(08) VALUE ZEROS.
           01 WS-HORA-ATUAL   PIC 9(08) VALUE ZEROS.

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "AUDITSEQ.DAT EM USO - AGUARDANDO LIBERACAO".

           LINKAGE SECTION.

           COPY "AUDITREG.CPY".

       PROCEDURE DIVISION USING AUDITORIA-REG.

           INICIO.
               MOVE "V" TO CT-FUNCAO.
               MOVE "AUDITSEQ.DAT" TO CT-ARQUIVO.
               MOVE AJ-PROGRAMA TO CT-PROGRAMA.
               MOVE "T" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   PERFORM AGUARDA-LIBERACAO
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.
               MOVE ZEROS TO WS-ULTIMO-VERIFICADOR.
               OPEN INPUT AUDITORIA-SEQ.
               IF WS-AQ-STATUS = "00"
                   READ AUDITORIA-SEQ
                       NOT AT END
                           IF AQ-ULTIMA-SEQUENCIA NUMERIC
                              AND AQ-ULTIMO-VERIFICADOR NUMERIC
                               MOVE AQ-ULTIMA-SEQUENCIA
                                   TO WS-ULTIMA-SEQUENCIA
                               MOVE AQ-ULTIMO-VERIFICADOR
                                   TO WS-ULTIMO-VERIFICADOR
                           END-IF
                   END-READ
               END-IF.
               CLOSE AUDITORIA-SEQ.

               ADD 1 TO WS-ULTIMA-SEQUENCIA.
               MOVE WS-ULTIMA-SEQUENCIA TO AJ-SEQUENCIA.
               MOVE ZEROS TO AJ-VERIFICADOR-CHAVE.
               MOVE ZEROS TO AJ-VERIFICADOR.

               MOVE WS-ULTIMO-VERIFICADOR TO VA-VERIFICADOR-ANTERIOR.
               MOVE AUDITORIA-REG TO VA-REGISTRO.
               CALL "CALCULO-VERIFICADOR-AUDITORIA"
                   USING VERIFICADOR-AUDITORIA-AREA.
               MOVE VA-VERIFICADOR-CHAVE TO AJ-VERIFICADOR-CHAVE.
               MOVE AUDITORIA-REG TO VA-REGISTRO.
               CALL "CALCULO-VERIFICADOR-AUDITORIA"
                   USING VERIFICADOR-AUDITORIA-AREA.
               MOVE VA-VERIFICADOR TO AJ-VERIFICADOR.

               OPEN EXTEND AUDIT-JOURNAL.
               IF WS-AJ-STATUS = "35"
                   OPEN OUTPUT AUDIT-JOURNAL
                   CLOSE AUDIT-JOURNAL
                   OPEN EXTEND AUDIT-JOURNAL
               END-IF.
               WRITE AUDIT-JOURNAL-REG FROM AUDITORIA-REG.
               CLOSE AUDIT-JOURNAL.

               OPEN OUTPUT AUDITORIA-SEQ.
               MOVE WS-ULTIMA-SEQUENCIA TO AQ-ULTIMA-SEQUENCIA.
               MOVE AJ-VERIFICADOR      TO AQ-ULTIMO-VERIFICADOR.
               WRITE AUDITORIA-SEQ-REG.
               CLOSE AUDITORIA-SEQ.

               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               GOBACK.

           AGUARDA-LIBERACAO.
               PERFORM UNTIL NOT CT-HA-CONFLITO
                   PERFORM AGUARDA-UM-SEGUNDO
                   MOVE "V" TO CT-FUNCAO
                   CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA
               END-PERFORM.

           AGUARDA-UM-SEGUNDO.
               ACCEPT WS-HORA-INICIAL FROM TIME.
               MOVE WS-HORA-INICIAL TO WS-HORA-ATUAL.
               PERFORM UNTIL WS-HORA-ATUAL(1:6)
                       NOT = WS-HORA-INICIAL(1:6)
                   ACCEPT WS-HORA-ATUAL FROM TIME
               END-PERFORM.
