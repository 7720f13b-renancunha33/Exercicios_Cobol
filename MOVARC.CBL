               COPY "MOVHIST.CPY".

           FD  MOVIMENTO-ARQUIVO.
           01 MOVIMENTO-ARQUIVO-REG   PIC X(60).

           FD  MOVIMENTO-RETIDO.
           01 MOVIMENTO-RETIDO-REG    PIC X(60).

           FD  MOVIMENTO-CATALOGO.
           01 MOVIMENTO-CATALOGO-REG.

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
               COMPUTE WS-RUN-GRAVADOS =
                   WS-MOV-ARQUIVADOS + WS-PRECO-ARQUIVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           ARQUIVA-MOVIMENTOS.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
