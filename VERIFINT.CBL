                 SELECT DATA-PROCESSAMENTO ASSIGN TO "DATAPROC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DP-STATUS.
                 SELECT AUDIT-JOURNAL ASSIGN TO WS-NOME-AUDITORIA
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AJ-STATUS.
                 SELECT AUDIT-CATALOGO ASSIGN TO "AUDITCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AC-STATUS.
                 SELECT AUDITORIA-SEQ ASSIGN TO "AUDITSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AQ-STATUS.
                 SELECT LGPD-SOLICITACAO ASSIGN TO "LGPDLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MERC-MASTER.
           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           FD  AUDIT-JOURNAL.
               COPY "AUDITREG.CPY".

           FD  AUDIT-CATALOGO.
               COPY "AUDITCAT.CPY".

           FD  AUDITORIA-SEQ.
               COPY "AUDSEQ.CPY".

           FD  LGPD-SOLICITACAO.
               COPY "LGPDLOG.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-DATA-TESTE   PIC 9(08) VALUE ZEROS.
           01 WS-DATA-OK      PIC X(01) VALUE "S".

           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AQ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-LG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-NOME-AUDITORIA PIC X(30) VALUE SPACES.
           01 WS-FIM-AUDITORIA PIC X(01) VALUE "N".
           01 WS-FIM-CATALOGO PIC X(01) VALUE "N".
           01 WS-CADEIA-INICIADA PIC X(01) VALUE "N".
           01 WS-SEQ-ESPERADA PIC 9(09) VALUE 1.
           01 WS-SEQ-ULTIMA   PIC 9(09) VALUE ZEROS.
           01 WS-VERIF-ANTERIOR PIC 9(09) VALUE ZEROS.
           01 WS-SEQ-EDITADA  PIC 9(09) VALUE ZEROS.
           01 WS-CHAVE-ACEITA PIC X(01) VALUE "N".
           01 WS-TOKEN-NUMERO PIC 9(06) VALUE ZEROS.

           01 WS-TABELA-ANONIMIZACOES.
               02 WS-ANON-NUMERO OCCURS 1000 TIMES PIC 9(06).
           01 WS-ANON-QTD     PIC 9(04) VALUE ZEROS.
           01 WS-ANON-IDX     PIC 9(04) VALUE ZEROS.

           COPY "AUDVERIF.CPY".

           COPY "SERVDATA.CPY".

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               PERFORM VERIFICA-GRADES.
               PERFORM VERIFICA-COLOCMST.
               PERFORM VERIFICA-ALUNMST.
               PERFORM VERIFICA-CADEIA-AUDITORIA.

               CLOSE CANDIDATOS-MASTER.

               DISPLAY LINHA-TOTAL2.
               DISPLAY "RELATORIO GERADO: " WS-NOME-RELATORIO.

               IF WS-TOTAL-DANOS > ZEROS AND WS-CODIGO-RETORNO < 8
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           FIM-PROGRAMA.
               MOVE WS-TOTAL-DANOS TO WS-RUN-REJEITADOS.
               MOVE ZEROS TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           VERIFICA-MERCMST.
               MOVE AL-MATRICULA TO LD-CHAVE.

               IF NOT AL-ATIVO AND NOT AL-TRANCADO
                       AND NOT AL-FORMADO AND NOT AL-JUBILADO
                   MOVE "AL-STATUS FORA DOS VALORES" TO LD-MOTIVO
                   PERFORM GRAVA-DANO
               END-IF.
                   ADD 1 TO WS-TOTAL-DANOS
               END-IF.

           VERIFICA-CADEIA-AUDITORIA.
               PERFORM CARREGA-ANONIMIZACOES.
               MOVE "N"   TO WS-CADEIA-INICIADA.
               MOVE 1     TO WS-SEQ-ESPERADA.
               MOVE ZEROS TO WS-SEQ-ULTIMA.
               MOVE ZEROS TO WS-VERIF-ANTERIOR.

               OPEN INPUT AUDIT-CATALOGO.
               IF WS-AC-STATUS = "00"
                   MOVE "N" TO WS-FIM-CATALOGO
                   PERFORM UNTIL WS-FIM-CATALOGO = "S"
                       READ AUDIT-CATALOGO
                           AT END
                               MOVE "S" TO WS-FIM-CATALOGO
                           NOT AT END
                               MOVE AC-ARQUIVO TO WS-NOME-AUDITORIA
                               PERFORM VERIFICA-GERACAO-AUDITORIA
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AUDIT-CATALOGO.

               MOVE "AUDITLOG.DAT" TO WS-NOME-AUDITORIA.
               PERFORM VERIFICA-GERACAO-AUDITORIA.
               PERFORM CONFERE-ULTIMA-SEQUENCIA.

           VERIFICA-GERACAO-AUDITORIA.
               OPEN INPUT AUDIT-JOURNAL.
               IF WS-AJ-STATUS NOT = "00"
                   CLOSE AUDIT-JOURNAL
                   IF WS-NOME-AUDITORIA NOT = "AUDITLOG.DAT"
                       MOVE "N" TO WS-REG-COM-DANO
                       MOVE "AUDITORIA" TO LD-ARQUIVO
                       MOVE WS-NOME-AUDITORIA TO LD-CHAVE
                       MOVE "GERACAO CATALOGADA NAO ENCONTRADA"
                           TO LD-MOTIVO
                       PERFORM GRAVA-DANO
                       ADD 1 TO WS-TOTAL-DANOS
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-AUDITORIA.
               PERFORM UNTIL WS-FIM-AUDITORIA = "S"
                   READ AUDIT-JOURNAL
                       AT END
                           MOVE "S" TO WS-FIM-AUDITORIA
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM VERIFICA-UM-LANCAMENTO
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-JOURNAL.

           VERIFICA-UM-LANCAMENTO.
               MOVE "N" TO WS-REG-COM-DANO.
               MOVE "AUDITORIA" TO LD-ARQUIVO.
               MOVE WS-NOME-AUDITORIA TO LD-CHAVE.

               IF AJ-SEQUENCIA NOT NUMERIC OR AJ-SEQUENCIA = ZEROS
                   IF WS-CADEIA-INICIADA = "S"
                       MOVE WS-SEQ-ULTIMA TO WS-SEQ-EDITADA
                       MOVE SPACES TO LD-MOTIVO
                       STRING "INCLUIDO SEM SEQUENCIA APOS "
                           WS-SEQ-EDITADA
                           DELIMITED BY SIZE INTO LD-MOTIVO
                       PERFORM GRAVA-DANO
                       ADD 1 TO WS-TOTAL-DANOS
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

               MOVE "S" TO WS-CADEIA-INICIADA.
               IF AJ-SEQUENCIA NOT = WS-SEQ-ESPERADA
                   MOVE WS-SEQ-ESPERADA TO WS-SEQ-EDITADA
                   MOVE SPACES TO LD-MOTIVO
                   STRING "LACUNA NA SEQUENCIA ESPERADA "
                       WS-SEQ-EDITADA
                       DELIMITED BY SIZE INTO LD-MOTIVO
                   PERFORM GRAVA-DANO
               ELSE
                   PERFORM CONFERE-VERIFICADOR
               END-IF.

               MOVE AJ-SEQUENCIA TO WS-SEQ-ULTIMA.
               COMPUTE WS-SEQ-ESPERADA = AJ-SEQUENCIA + 1.
               IF AJ-VERIFICADOR NUMERIC
                   MOVE AJ-VERIFICADOR TO WS-VERIF-ANTERIOR
               ELSE
                   MOVE ZEROS TO WS-VERIF-ANTERIOR
               END-IF.
               IF WS-REG-COM-DANO = "S"
                   ADD 1 TO WS-TOTAL-DANOS
               END-IF.

           CONFERE-VERIFICADOR.
               MOVE WS-VERIF-ANTERIOR TO VA-VERIFICADOR-ANTERIOR.
               MOVE AUDITORIA-REG TO VA-REGISTRO.
               CALL "CALCULO-VERIFICADOR-AUDITORIA"
                   USING VERIFICADOR-AUDITORIA-AREA.
               MOVE AJ-SEQUENCIA TO WS-SEQ-EDITADA.

               IF AJ-VERIFICADOR NOT NUMERIC
                       OR AJ-VERIFICADOR NOT = VA-VERIFICADOR
                   MOVE SPACES TO LD-MOTIVO
                   STRING "LANCAMENTO ALTERADO SEQ "
                       WS-SEQ-EDITADA
                       DELIMITED BY SIZE INTO LD-MOTIVO
                   PERFORM GRAVA-DANO
                   EXIT PARAGRAPH
               END-IF.

               IF AJ-VERIFICADOR-CHAVE NOT = VA-VERIFICADOR-CHAVE
                   PERFORM CONFERE-CHAVE-ANONIMIZADA
                   IF WS-CHAVE-ACEITA = "N"
                       MOVE SPACES TO LD-MOTIVO
                       STRING "CHAVE ALTERADA SEQ "
                           WS-SEQ-EDITADA
                           DELIMITED BY SIZE INTO LD-MOTIVO
                       PERFORM GRAVA-DANO
                   END-IF
               END-IF.

           CONFERE-CHAVE-ANONIMIZADA.
               MOVE "N" TO WS-CHAVE-ACEITA.
               IF AJ-CHAVE (1:17) NOT = "ANONIMIZADO LGPD "
                       OR AJ-CHAVE (18:6) NOT NUMERIC
                       OR AJ-CHAVE (24:17) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF.
               MOVE AJ-CHAVE (18:6) TO WS-TOKEN-NUMERO.
               PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
                       UNTIL WS-ANON-IDX > WS-ANON-QTD
                          OR WS-CHAVE-ACEITA = "S"
                   IF WS-ANON-NUMERO (WS-ANON-IDX) = WS-TOKEN-NUMERO
                       MOVE "S" TO WS-CHAVE-ACEITA
                   END-IF
               END-PERFORM.

           CARREGA-ANONIMIZACOES.
               MOVE ZEROS TO WS-ANON-QTD.
               OPEN INPUT LGPD-SOLICITACAO.
               IF WS-LG-STATUS NOT = "00"
                   CLOSE LGPD-SOLICITACAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LGPD-SOLICITACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LG-ANONIMIZACAO AND WS-ANON-QTD < 1000
                               ADD 1 TO WS-ANON-QTD
                               MOVE LG-NUMERO
                                   TO WS-ANON-NUMERO (WS-ANON-QTD)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LGPD-SOLICITACAO.

           CONFERE-ULTIMA-SEQUENCIA.
               MOVE "N" TO WS-REG-COM-DANO.
               MOVE "AUDITORIA" TO LD-ARQUIVO.
               MOVE "AUDITSEQ.DAT" TO LD-CHAVE.
               OPEN INPUT AUDITORIA-SEQ.
               IF WS-AQ-STATUS NOT = "00"
                   CLOSE AUDITORIA-SEQ
                   IF WS-CADEIA-INICIADA = "S"
                       MOVE "CONTROLE DE SEQUENCIA AUSENTE"
                           TO LD-MOTIVO
                       PERFORM GRAVA-DANO
                       ADD 1 TO WS-TOTAL-DANOS
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               READ AUDITORIA-SEQ
                   AT END
                       MOVE ZEROS TO AQ-ULTIMA-SEQUENCIA
                       MOVE ZEROS TO AQ-ULTIMO-VERIFICADOR
               END-READ.
               CLOSE AUDITORIA-SEQ.

               IF AQ-ULTIMA-SEQUENCIA NOT NUMERIC
                       OR AQ-ULTIMO-VERIFICADOR NOT NUMERIC
                   MOVE "CONTROLE DE SEQUENCIA INVALIDO" TO LD-MOTIVO
                   PERFORM GRAVA-DANO
               ELSE
                   IF AQ-ULTIMA-SEQUENCIA > WS-SEQ-ULTIMA
                       MOVE WS-SEQ-ULTIMA TO WS-SEQ-EDITADA
                       MOVE SPACES TO LD-MOTIVO
                       STRING "FALTAM LANCAMENTOS APOS SEQ "
                           WS-SEQ-EDITADA
                           DELIMITED BY SIZE INTO LD-MOTIVO
                       PERFORM GRAVA-DANO
                   ELSE
                       IF AQ-ULTIMA-SEQUENCIA < WS-SEQ-ULTIMA
                          OR AQ-ULTIMO-VERIFICADOR
                             NOT = WS-VERIF-ANTERIOR
                           MOVE "CONTROLE DE SEQUENCIA DIVERGENTE"
                               TO LD-MOTIVO
                           PERFORM GRAVA-DANO
                       END-IF
                   END-IF
               END-IF.
               IF WS-REG-COM-DANO = "S"
                   ADD 1 TO WS-TOTAL-DANOS
               END-IF.

           VALIDA-DATA-TESTE.
               MOVE "S" TO WS-DATA-OK.
               IF WS-DATA-TESTE = ZEROS
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
