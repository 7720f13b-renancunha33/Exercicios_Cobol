           SELECT EQ-LOTE-SAIDA ASSIGN TO "EQLOTE-REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QS-STATUS.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           02 QE-A       PIC S9(03)V99 SIGN LEADING SEPARATE.
           02 QE-B       PIC S9(03)V99 SIGN LEADING SEPARATE.
           02 QE-C       PIC S9(03)V99 SIGN LEADING SEPARATE.
           COPY "LOTEHT.CPY".

       FD  EQ-LOTE-SAIDA.
           COPY "EQLOTE.CPY".

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

       01 WS-EL-STATUS PIC X(02) VALUE SPACES.
       01 WS-QE-STATUS PIC X(02) VALUE SPACES.
       01 WS-QS-STATUS PIC X(02) VALUE SPACES.
       COPY "AUDITREG.CPY".
       01 WS-OS-STATUS PIC X(02) VALUE SPACES.
       01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
       01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
                   OPEN OUTPUT EQUACAO-LOG
               END-IF.

               DISPLAY MENSA-MODO AT 0415.
               ACCEPT WS-MODO     AT 0455.

               IF WS-MODO = "L" OR WS-MODO = "l"
                   PERFORM LOTE-PROCESSA
                   CLOSE EQUACAO-LOG
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF.
           entrada.
               PERFORM VERIFICA-RAIZES.
               PERFORM GRAVA-LOG.
               CLOSE EQUACAO-LOG.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

           VERIFICA-RAIZES.
               MOVE "EQUACAO RESOLVIDA" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           LOTE-PROCESSA.
               PERFORM MARCA-INICIO-EXECUCAO.
               IF WS-QE-STATUS NOT = "00"
                   DISPLAY "ARQUIVO EQLOTE.DAT NAO ENCONTRADO"
                   IF WS-QE-STATUS = "35"
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
               OPEN INPUT EQ-LOTE-ENTRADA.

               OPEN OUTPUT EQ-LOTE-SAIDA.
               MOVE "N" TO WS-QE-FIM.
               PERFORM UNTIL WS-QE-FIM = "S"
                       AT END
                           MOVE "S" TO WS-QE-FIM
                       NOT AT END
                           IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                               ADD 1 TO WS-RUN-LIDOS
                               MOVE QE-A TO A
                               MOVE QE-B TO B
                               MOVE QE-C TO C
                               PERFORM LOTE-UMA-EQUACAO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE EQ-LOTE-ENTRADA.
               IF WS-TOTAL-FALHAS > ZEROS
                   DISPLAY "EQUACOES COM VERIFICACAO FALHA: "
                       WS-TOTAL-FALHAS
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

               MOVE WS-RUN-LIDOS TO WS-RUN-ACEITOS.
               MOVE WS-TOTAL-FALHAS TO WS-RUN-REJEITADOS.
               MOVE WS-RUN-LIDOS TO WS-RUN-GRAVADOS.
               PERFORM REGISTRA-CONTROLE-LOTE.
               PERFORM GRAVA-RUN-CONTROLE.

           VERIFICA-CONTROLE-LOTE.
               MOVE "I" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               MOVE "EQLOTE" TO KL-ARQUIVO.
               MOVE "Calculo-de-equacao-2-grau" TO KL-PROGRAMA.
               MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
               MOVE "N" TO WS-QE-FIM.
               PERFORM UNTIL WS-QE-FIM = "S"
                   READ EQ-LOTE-ENTRADA
                       AT END
                           MOVE "S" TO WS-QE-FIM
                       NOT AT END
                           PERFORM ACUMULA-CONTROLE-LOTE
                   END-READ
               END-PERFORM.
               CLOSE EQ-LOTE-ENTRADA.
               MOVE "V" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-LOTE-RECUSADO
                   DISPLAY "EQLOTE.DAT RECUSADO: " KL-MOTIVO
                   MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-CONTROLE-LOTE.
               MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
               MOVE ZEROS TO KL-VALOR-HASH.
               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                       AND QE-A NUMERIC
                   MOVE QE-A TO KL-VALOR-HASH
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

           LOTE-UMA-EQUACAO.
               MOVE SPACES TO EL-RESULTADO.
               MOVE ZEROS  TO EL-X.
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
