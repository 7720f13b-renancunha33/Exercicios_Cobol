               SELECT DATA-PROCESSAMENTO ASSIGN TO "DATAPROC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DP-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-DP-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
                       DISPLAY MENSA-DATA-ATUAL WS-DATA-ATUAL
               END-EVALUATE.

               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           CARREGA-DATA-ATUAL.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0"
                   DISPLAY MENSA-DATA-INVALIDA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE SD-DATA-RESULTADO TO WS-DATA-NOVA.
               CLOSE DATA-PROCESSAMENTO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-DATA-PROC" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
