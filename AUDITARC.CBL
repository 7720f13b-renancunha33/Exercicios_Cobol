               COPY "AUDITREG.CPY".

           FD  AUDIT-ARQUIVO.
           01 AUDIT-ARQUIVO-REG       PIC X(160).

           FD  AUDIT-CATALOGO.
               COPY "AUDITCAT.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
               02 WS-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WS-HOJE-DIA PIC 9(02) VALUE ZEROS.

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "AUDITSEQ.DAT EM USO POR OUTRO PROCESSO".

           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "LANCAMENTOS ARQUIVADOS:".
               02 LT-COPIADOS       PIC ZZZZZ9.
                   DELIMITED BY SIZE
                   INTO WS-NOME-ARQUIVO.

               MOVE "V" TO CT-FUNCAO.
               MOVE "AUDITSEQ.DAT" TO CT-ARQUIVO.
               MOVE "ARQUIVAMENTO-DE-AUDITORIA" TO CT-PROGRAMA.
               MOVE "B" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               OPEN INPUT AUDIT-JOURNAL.
               IF WS-AJ-STATUS NOT = "00"
                   DISPLAY "NENHUM JORNAL DE AUDITORIA PARA ARQUIVAR"
               DISPLAY "ARQUIVO GERADO: " WS-NOME-ARQUIVO.

           FIM-PROGRAMA.
               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           CARREGA-DATA-PROCESSAMENTO.
