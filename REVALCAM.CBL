                 SELECT TAXA-CAMBIO ASSIGN TO "TAXACAM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TC-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  TAXA-CAMBIO.
               COPY "TAXACAM.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".


           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CAT-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINHAS-TOTAIS PIC 9(06) VALUE ZEROS.
           01 WS-PAGINA        PIC 9(04) VALUE 0001.

           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TC-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-RI-STATUS    PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".

           01 WS-TAXA-FECHAMENTO PIC 9(04)V9999 VALUE ZEROS.
           01 WS-TOTAL-LOCAL-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
           01 WS-VALOR-ORIGEM PIC 9(08)V99 VALUE ZEROS.
           01 WS-VENDA-LOCAL-ANTERIOR PIC 9(08)V99 VALUE ZEROS.
           01 WS-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
           01 WS-TOTAL-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "REVALCAM-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
               PERFORM GRAVA-AUDITORIA-TOTAL.

               CLOSE MERC-MASTER.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.

               PERFORM GRAVA-RUN-CONTROLE.
               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           REVALIA-ITEM.
               MOVE WS-TOTAL-LOCAL-ANTERIOR TO LD-LOCAL-ANTERIOR.

               MOVE WS-TAXA-FECHAMENTO TO MM-TAXA-CAMBIO.
               IF MM-PRECOUNITARIO IS NUMERIC
                  AND MM-PRECOUNITARIO > ZEROS
                   COMPUTE WS-VALOR-ORIGEM =
                       MM-QTD * MM-PRECOUNITARIO
                   COMPUTE MM-PRECOTOTAL-LOCAL ROUNDED =
                       WS-VALOR-ORIGEM * WS-TAXA-FECHAMENTO
                       ON SIZE ERROR
                           COMPUTE MM-PRECOTOTAL-LOCAL ROUNDED =
                               MM-PRECOTOTAL * WS-TAXA-FECHAMENTO
                   END-COMPUTE
               ELSE
                   COMPUTE MM-PRECOTOTAL-LOCAL ROUNDED =
                       MM-PRECOTOTAL * WS-TAXA-FECHAMENTO
               END-IF.
               COMPUTE MM-PRECOVENDA-LOCAL ROUNDED =
                   MM-PRECOVENDA * WS-TAXA-FECHAMENTO.
               REWRITE MERC-MASTER-REG.
               MOVE "DIFERENCA CAMBIAL DO ITEM" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-TOTAL.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "DIFERENCA CAMBIAL TOTAL" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
