       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONTROLE-DE-PERIODO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERIODO-MENSAL ASSIGN TO "PERMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PM-STATUS.

       DATA DIVISION.

           FILE SECTION.
           FD  PERIODO-MENSAL.
               COPY "PERMES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-PM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO    PIC X(01) VALUE "N".
           01 WS-NOVA-SITUACAO  PIC X(01) VALUE SPACES.

           LINKAGE SECTION.

           COPY "PERCTL.CPY".

       PROCEDURE DIVISION USING CONTROLE-PERIODO-AREA.

           INICIO.
               MOVE "0" TO CM-RETORNO.
               EVALUATE TRUE
                   WHEN CM-F-VERIFICA
                       MOVE CM-DATA(1:6) TO CM-PERIODO
                       PERFORM LE-SITUACAO
                   WHEN CM-F-FECHA
                       PERFORM FECHA-MES
                   WHEN CM-F-REABRE
                       PERFORM REABRE-MES
               END-EVALUATE.
               GOBACK.

           LE-SITUACAO.
               MOVE "A" TO CM-SITUACAO.
               OPEN INPUT PERIODO-MENSAL.
               IF WS-PM-STATUS NOT = "00"
                   CLOSE PERIODO-MENSAL
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PERIODO-MENSAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PM-PERIODO = CM-PERIODO
                               MOVE PM-SITUACAO TO CM-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PERIODO-MENSAL.

           FECHA-MES.
               PERFORM LE-SITUACAO.
               IF CM-MES-FECHADO
                   MOVE "1" TO CM-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "F" TO WS-NOVA-SITUACAO.
               PERFORM GRAVA-SITUACAO.

           REABRE-MES.
               PERFORM LE-SITUACAO.
               IF NOT CM-MES-FECHADO
                   MOVE "1" TO CM-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "A" TO WS-NOVA-SITUACAO.
               PERFORM GRAVA-SITUACAO.

           GRAVA-SITUACAO.
               OPEN EXTEND PERIODO-MENSAL.
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT PERIODO-MENSAL
                   CLOSE PERIODO-MENSAL
                   OPEN EXTEND PERIODO-MENSAL
               END-IF.
               IF WS-PM-STATUS NOT = "00"
                   CLOSE PERIODO-MENSAL
                   MOVE "9" TO CM-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE CM-PERIODO       TO PM-PERIODO.
               MOVE WS-NOVA-SITUACAO TO PM-SITUACAO.
               MOVE CM-DATA          TO PM-DATA.
               MOVE CM-OPERADOR      TO PM-OPERADOR.
               MOVE CM-MOTIVO        TO PM-MOTIVO.
               WRITE PERIODO-MENSAL-REG.
               CLOSE PERIODO-MENSAL.
               MOVE WS-NOVA-SITUACAO TO CM-SITUACAO.
