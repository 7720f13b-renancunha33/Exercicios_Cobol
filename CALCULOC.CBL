                 SELECT TAXA-CAMBIO ASSIGN TO "TAXACAM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TC-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
                 SELECT LOTE-CKPT ASSIGN TO "MERCCKPT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CK-STATUS.
                 SELECT CUSTO-HISTORICO ASSIGN TO "CUSTOHIS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CH-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MERC-MASTER.
           FD  TAXA-CAMBIO.
               COPY "TAXACAM.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  CUSTO-HISTORICO.
               COPY "CUSTOHST.CPY".

           FD  MERC-LOTE-ENTRADA.
           01 MERC-LOTE-ENTRADA-REG.
               02 ML-TIPO-MOV         PIC X(01).
               02 ML-PRECOUNITARIO    PIC 9(04)V99.
               02 ML-MOEDA            PIC X(03).
               02 ML-LOCAL            PIC X(01).
               COPY "LOTEHT.CPY".

           FD  MERC-LOTE-SAIDA.
           01 MERC-LOTE-SAIDA-REG     PIC X(100).

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-MM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PL-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-ESTOQUE-OK PIC X(01) VALUE "S".
           01 WS-LOCAL      PIC X(01) VALUE "L".

           COPY "LOTECTL.CPY".

           01 WS-ME-STATUS PIC X(02) VALUE SPACES.
           01 WS-MS-STATUS PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS PIC X(02) VALUE SPACES.
           01 WS-MOVIMENTO-OK PIC X(01) VALUE "S".
           01 WS-PX-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PRECO-ANTERIOR   PIC 9(04)V99 VALUE ZEROS.
           01 WS-CH-STATUS        PIC X(02) VALUE SPACES.
           01 WS-MELHOR-VIGENCIA  PIC 9(08) VALUE ZEROS.
           01 WS-LIMITE-DIAS-CAMBIO PIC 9(03) VALUE 030.
           01 WS-VIG-DATA-INTEIRA PIC 9(08) VALUE ZEROS.
                       OPEN EXTEND PRECO-LOG
                   END-IF.

                   OPEN EXTEND MOVIMENTO-HISTORICO.
                   IF WS-MV-STATUS = "35"
                       OPEN OUTPUT MOVIMENTO-HISTORICO
                       DISPLAY CT-PROGRAMA-CONFLITO AT 0710
                       CLOSE MERC-MASTER
                       CLOSE PRECO-LOG
                       CLOSE MOVIMENTO-HISTORICO
                       CLOSE PRECO-EXCECAO
                       MOVE 12 TO WS-CODIGO-RETORNO
                       MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                       GOBACK
                   END-IF.
                   MOVE "R" TO CT-FUNCAO.
                       PERFORM LOTE-PROCESSA
                       CLOSE MERC-MASTER
                       CLOSE PRECO-LOG
                       CLOSE MOVIMENTO-HISTORICO
                       CLOSE PRECO-EXCECAO
                       PERFORM LIBERA-TRAVA-MERCMST
                       MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                       GOBACK
                   END-IF.

                       DISPLAY MENSA6 AT 3410
                       CLOSE MERC-MASTER
                       CLOSE PRECO-LOG
                       CLOSE MOVIMENTO-HISTORICO
                       CLOSE PRECO-EXCECAO
                       PERFORM LIBERA-TRAVA-MERCMST
                       MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                       GOBACK
                   END-IF.
                   COMPUTE PRECOTOTAL = QTD*PRECOUNITARIO.
                   DISPLAY MENSA6 AT 3410.
                   CLOSE MERC-MASTER.
                   CLOSE PRECO-LOG.
                   CLOSE MOVIMENTO-HISTORICO.
                   CLOSE PRECO-EXCECAO.
                   PERFORM LIBERA-TRAVA-MERCMST.
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK.

               LIBERA-TRAVA-MERCMST.
                   END-IF.
                   PERFORM CARREGA-OPERADOR
                   MOVE WS-OPERADOR TO AJ-OPERADOR
                   CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                       AUDITORIA-REG.

               GRAVA-LOG.
                   ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
                       IF WS-MERC-EXISTE = "N"
                           MOVE ZEROS TO MM-QTD-LOJA
                           MOVE ZEROS TO MM-QTD-DEPOSITO
                           MOVE SPACES TO MM-CLASSE-ABC
                       END-IF
                       IF WS-LOCAL = "D"
                           ADD QTD TO MM-QTD-DEPOSITO
                           ADD QTD TO MM-QTD-LOJA
                       END-IF
                       MOVE WS-CATEGORIA-ITEM TO MM-CATEGORIA
                       IF WS-MERC-EXISTE = "S"
                               AND WS-QTD-ANTERIOR > ZEROS
                               AND WS-PRECO-ANTERIOR > ZEROS
                           COMPUTE MM-PRECOUNITARIO ROUNDED =
                               (WS-QTD-ANTERIOR * WS-PRECO-ANTERIOR
                                + QTD * PRECOUNITARIO) / MM-QTD
                       ELSE
                           MOVE PRECOUNITARIO TO MM-PRECOUNITARIO
                       END-IF
                       MOVE PRECOTOTAL    TO MM-PRECOTOTAL
                       MOVE PRECOVENDA    TO MM-PRECOVENDA
                       MOVE ANO           TO MM-ANO
                           INVALID KEY
                               REWRITE MERC-MASTER-REG
                       END-WRITE
                       IF MM-PRECOUNITARIO NOT = WS-PRECO-ANTERIOR
                           PERFORM GRAVA-HISTORICO-CUSTO
                       END-IF
                   END-IF.

               GRAVA-SAIDA.
                       END-IF
                   END-IF.

               GRAVA-HISTORICO-CUSTO.
                   OPEN EXTEND CUSTO-HISTORICO.
                   IF WS-CH-STATUS = "35"
                       OPEN OUTPUT CUSTO-HISTORICO
                       CLOSE CUSTO-HISTORICO
                       OPEN EXTEND CUSTO-HISTORICO
                   END-IF.
                   ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
                   MOVE MERCADORIA        TO CH-MERCADORIA.
                   MOVE WS-DATA-HOJE      TO CH-DATA.
                   MOVE WS-HORA-DO-SISTEMA(1:6) TO CH-HORA.
                   MOVE "C"               TO CH-ORIGEM.
                   MOVE ZEROS             TO CH-DOCUMENTO.
                   MOVE WS-QTD-ANTERIOR   TO CH-QTD-ANTERIOR.
                   MOVE WS-PRECO-ANTERIOR TO CH-CUSTO-ANTERIOR.
                   MOVE QTD               TO CH-QTD-ENTRADA.
                   MOVE PRECOUNITARIO     TO CH-CUSTO-ENTRADA.
                   MOVE MM-PRECOUNITARIO  TO CH-CUSTO-NOVO.
                   PERFORM CARREGA-OPERADOR.
                   MOVE WS-OPERADOR       TO CH-OPERADOR.
                   WRITE CUSTO-HISTORICO-REG.
                   CLOSE CUSTO-HISTORICO.

               GRAVA-EXCECAO-PRECO.
                   ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
                   MOVE ANO               TO PX-ANO.
                   MOVE QTD           TO MV-QTD.
                   MOVE MM-QTD        TO MV-QTD-RESULTANTE.
                   MOVE WS-LOCAL      TO MV-LOCAL.
                   MOVE SPACES        TO MV-LOTE.
                   WRITE MOVIMENTO-REG.

               CARREGA-TAXA-MARKUP.
                   IF WS-ME-STATUS NOT = "00"
                       DISPLAY "ARQUIVO MERCLOTE.DAT NAO ENCONTRADO"
                       IF WS-ME-STATUS = "35"
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
                   OPEN INPUT MERC-LOTE-ENTRADA.

                   OPEN OUTPUT MERC-LOTE-SAIDA.

                   PERFORM VERIFICA-PONTO-DE-CONTROLE.
                           AT END
                               MOVE "S" TO WS-ME-FIM
                           NOT AT END
                               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                                   ADD 1 TO WS-TOTAL-LIDOS
                                   IF WS-TOTAL-LIDOS > WS-PONTO-RETOMADA
                                       PERFORM LOTE-UM-ITEM
                                       PERFORM CONTROLA-PONTO-PERIODICO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM.
                   WRITE MERC-LOTE-SAIDA-REG.

                   IF WS-TOTAL-REJEITADOS > ZEROS
                           AND WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF.

                   CLOSE MERC-LOTE-ENTRADA.
                   MOVE WS-TOTAL-ACEITOS TO WS-RUN-ACEITOS.
                   MOVE WS-TOTAL-REJEITADOS TO WS-RUN-REJEITADOS.
                   MOVE WS-TOTAL-ACEITOS TO WS-RUN-GRAVADOS.
                   PERFORM REGISTRA-CONTROLE-LOTE.
                   PERFORM GRAVA-RUN-CONTROLE.

               VERIFICA-CONTROLE-LOTE.
                   MOVE "I" TO KL-FUNCAO.
                   CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                       CONTROLE-LOTE-AREA.
                   MOVE "MERCLOTE" TO KL-ARQUIVO.
                   MOVE "CUSTO-DE-DISTRIBUICAO" TO KL-PROGRAMA.
                   MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
                   MOVE "N" TO WS-ME-FIM.
                   PERFORM UNTIL WS-ME-FIM = "S"
                       READ MERC-LOTE-ENTRADA
                           AT END
                               MOVE "S" TO WS-ME-FIM
                           NOT AT END
                               PERFORM ACUMULA-CONTROLE-LOTE
                       END-READ
                   END-PERFORM.
                   CLOSE MERC-LOTE-ENTRADA.
                   MOVE "V" TO KL-FUNCAO.
                   CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                       CONTROLE-LOTE-AREA.
                   IF KL-LOTE-RECUSADO
                       DISPLAY "MERCLOTE.DAT RECUSADO: " KL-MOTIVO
                       MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF.

               ACUMULA-CONTROLE-LOTE.
                   MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
                   MOVE ZEROS TO KL-VALOR-HASH.
                   IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                           AND ML-QTD NUMERIC
                       MOVE ML-QTD TO KL-VALOR-HASH
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

               VERIFICA-PONTO-DE-CONTROLE.
                   MOVE ZEROS TO WS-PONTO-RETOMADA.
                   OPEN INPUT LOTE-CKPT.
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
