       IDENTIFICATION DIVISION.
             PROGRAM-ID. IMPORTACAO-LISTA-PRECOS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT LISTA-PRECO-ENTRADA ASSIGN TO "LISTAPRC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LE-STATUS.
                 SELECT LISTA-PRECO-SAIDA ASSIGN TO "LISTAPRC-REL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LS-STATUS.
                 SELECT FORNECEDOR-MERC ASSIGN TO "FORNMERC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FM-STATUS.
                 SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FN-CODIGO
                     FILE STATUS IS WS-FN-STATUS.
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
                 SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RN-STATUS.
                 SELECT DATA-PROCESSAMENTO ASSIGN TO "DATAPROC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DP-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  LISTA-PRECO-ENTRADA.
           01 LISTA-PRECO-ENTRADA-REG.
               02 LE-FORNECEDOR       PIC 9(04).
               02 LE-MERCADORIA       PIC X(20).
               02 LE-CUSTO            PIC 9(04)V99.
               02 LE-QTD-MINIMA       PIC 9(04).
               02 LE-VALIDADE-INICIO  PIC 9(08).
               02 LE-VALIDADE-FIM     PIC 9(08).

           FD  LISTA-PRECO-SAIDA.
           01 LISTA-PRECO-SAIDA-REG   PIC X(100).

           FD  FORNECEDOR-MERC.
               COPY "FORNMERC.CPY".

           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-LE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LS-STATUS PIC X(02) VALUE SPACES.
           01 WS-FM-STATUS PIC X(02) VALUE SPACES.
           01 WS-FN-STATUS PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           01 WS-LE-FIM          PIC X(01) VALUE "N".
           01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".
           01 WS-ITEM-OK         PIC X(01) VALUE "S".
           01 WS-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
           01 WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ACEITOS    PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-NOVOS      PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ATUALIZADOS PIC 9(06) VALUE ZEROS.

           01 WS-TABELA-FORN-MERC.
               02 WS-FM-ITEM OCCURS 2000 TIMES PIC X(58).
           01 WS-FM-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-FM-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-FM-POS       PIC 9(04) VALUE ZEROS.
           01 WS-FM-CHEIA     PIC X(01) VALUE "N".
           01 WS-FM-CHAVE.
               02 WS-FM-CHAVE-FORN  PIC 9(04).
               02 WS-FM-CHAVE-MERC  PIC X(20).

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "IMPORTACAO DE LISTA DE PRECOS DE FORNECEDOR".
           01 LINHA-CABECALHO2  PIC X(100) VALUE
               "FORN  MERCADORIA             CUSTO  MINIMO  VALIDADE
      -        "           SITUACAO   MOTIVO".
           01 LINHA-DETALHE-LOTE.
               02 LDL-FORNECEDOR     PIC 9(04).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-MERCADORIA     PIC X(20).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-CUSTO          PIC ZZZ9,99.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-QTD-MINIMA     PIC ZZZ9.
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-VALIDADE-INICIO PIC 9(08).
               02 FILLER             PIC X(01) VALUE "-".
               02 LDL-VALIDADE-FIM   PIC 9(08).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-SITUACAO       PIC X(09).
               02 FILLER             PIC X(02) VALUE SPACES.
               02 LDL-MOTIVO         PIC X(30).
           01 LINHA-TOTAL-LOTE.
               02 FILLER             PIC X(08) VALUE "LIDOS:".
               02 LTL-LIDOS          PIC ZZZZZ9.
               02 FILLER             PIC X(10) VALUE "  ACEITOS:".
               02 LTL-ACEITOS        PIC ZZZZZ9.
               02 FILLER             PIC X(13) VALUE "  REJEITADOS:".
               02 LTL-REJEITADOS     PIC ZZZZZ9.
               02 FILLER             PIC X(08) VALUE "  NOVOS:".
               02 LTL-NOVOS          PIC ZZZZZ9.
               02 FILLER             PIC X(14) VALUE "  ATUALIZADOS:".
               02 LTL-ATUALIZADOS    PIC ZZZZZ9.

           01 MENSAGENS-DE-TELA.
               02 MENSA-TABELA-CHEIA PIC X(55) VALUE
                   "MAIS DE 2000 PRECOS - FORNMERC.DAT NAO ATUALIZADO".

           01 DATA-DO-SISTEMA.
               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

               OPEN INPUT LISTA-PRECO-ENTRADA.
               IF WS-LE-STATUS NOT = "00"
                   DISPLAY "ARQUIVO LISTAPRC.DAT NAO ENCONTRADO"
                   IF WS-LE-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM CARREGA-FORN-MERC.
               IF WS-FM-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA
                   CLOSE LISTA-PRECO-ENTRADA
                   MOVE 12 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               OPEN INPUT FORNECEDOR-MASTER.
               OPEN INPUT MERC-MASTER.
               OPEN OUTPUT LISTA-PRECO-SAIDA.
               DISPLAY LINHA-CABECALHO1.
               MOVE LINHA-CABECALHO1 TO LISTA-PRECO-SAIDA-REG.
               WRITE LISTA-PRECO-SAIDA-REG.
               MOVE LINHA-CABECALHO2 TO LISTA-PRECO-SAIDA-REG.
               WRITE LISTA-PRECO-SAIDA-REG.

               MOVE "N" TO WS-LE-FIM.
               PERFORM UNTIL WS-LE-FIM = "S"
                   READ LISTA-PRECO-ENTRADA
                       AT END
                           MOVE "S" TO WS-LE-FIM
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM IMPORTA-UM-PRECO
                   END-READ
               END-PERFORM.

               CLOSE LISTA-PRECO-ENTRADA.
               CLOSE FORNECEDOR-MASTER.
               CLOSE MERC-MASTER.

               PERFORM REGRAVA-FORN-MERC.

               MOVE WS-TOTAL-LIDOS       TO LTL-LIDOS.
               MOVE WS-TOTAL-ACEITOS     TO LTL-ACEITOS.
               MOVE WS-TOTAL-REJEITADOS  TO LTL-REJEITADOS.
               MOVE WS-TOTAL-NOVOS       TO LTL-NOVOS.
               MOVE WS-TOTAL-ATUALIZADOS TO LTL-ATUALIZADOS.
               DISPLAY LINHA-TOTAL-LOTE.
               MOVE LINHA-TOTAL-LOTE TO LISTA-PRECO-SAIDA-REG.
               WRITE LISTA-PRECO-SAIDA-REG.
               CLOSE LISTA-PRECO-SAIDA.

               IF WS-TOTAL-REJEITADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           FIM-PROGRAMA.
               MOVE WS-TOTAL-LIDOS      TO WS-RUN-LIDOS.
               MOVE WS-TOTAL-ACEITOS    TO WS-RUN-ACEITOS.
               MOVE WS-TOTAL-REJEITADOS TO WS-RUN-REJEITADOS.
               IF WS-CODIGO-RETORNO < 8
                   MOVE WS-FM-QTD       TO WS-RUN-GRAVADOS
               END-IF.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           CARREGA-FORN-MERC.
               MOVE ZEROS TO WS-FM-QTD.
               OPEN INPUT FORNECEDOR-MERC.
               IF WS-FM-STATUS NOT = "00"
                   CLOSE FORNECEDOR-MERC
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ FORNECEDOR-MERC
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-FM-QTD < 2000
                               ADD 1 TO WS-FM-QTD
                               MOVE FORNECEDOR-MERC-REG
                                   TO WS-FM-ITEM (WS-FM-QTD)
                           ELSE
                               MOVE "S" TO WS-FM-CHEIA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FORNECEDOR-MERC.

           REGRAVA-FORN-MERC.
               OPEN OUTPUT FORNECEDOR-MERC.
               PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                       UNTIL WS-FM-IDX > WS-FM-QTD
                   MOVE WS-FM-ITEM (WS-FM-IDX) TO FORNECEDOR-MERC-REG
                   WRITE FORNECEDOR-MERC-REG
               END-PERFORM.
               CLOSE FORNECEDOR-MERC.

           IMPORTA-UM-PRECO.
               MOVE "S"    TO WS-ITEM-OK.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.
               PERFORM VALIDA-PRECO.

               IF WS-ITEM-OK = "S"
                   PERFORM ATUALIZA-FORN-MERC
               END-IF.

               MOVE LE-FORNECEDOR  TO LDL-FORNECEDOR.
               MOVE LE-MERCADORIA  TO LDL-MERCADORIA.
               MOVE ZEROS TO LDL-CUSTO LDL-QTD-MINIMA
                   LDL-VALIDADE-INICIO LDL-VALIDADE-FIM.
               IF LE-CUSTO NUMERIC
                   MOVE LE-CUSTO TO LDL-CUSTO
               END-IF.
               IF LE-QTD-MINIMA NUMERIC
                   MOVE LE-QTD-MINIMA TO LDL-QTD-MINIMA
               END-IF.
               IF LE-VALIDADE-INICIO NUMERIC
                   MOVE LE-VALIDADE-INICIO TO LDL-VALIDADE-INICIO
               END-IF.
               IF LE-VALIDADE-FIM NUMERIC
                   MOVE LE-VALIDADE-FIM TO LDL-VALIDADE-FIM
               END-IF.
               IF WS-ITEM-OK = "S"
                   ADD 1 TO WS-TOTAL-ACEITOS
                   MOVE "ACEITO"    TO LDL-SITUACAO
                   MOVE SPACES      TO LDL-MOTIVO
               ELSE
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   MOVE "REJEITADO" TO LDL-SITUACAO
                   MOVE WS-MOTIVO-REJEICAO TO LDL-MOTIVO
                   DISPLAY LINHA-DETALHE-LOTE
               END-IF.
               MOVE LINHA-DETALHE-LOTE TO LISTA-PRECO-SAIDA-REG.
               WRITE LISTA-PRECO-SAIDA-REG.

           VALIDA-PRECO.
               IF LE-FORNECEDOR NOT NUMERIC OR LE-FORNECEDOR = ZEROS
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "FORNECEDOR INVALIDO" TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE LE-FORNECEDOR TO FN-CODIGO.
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-OK
                       MOVE "FORNECEDOR NAO CADASTRADO"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF NOT FN-E-ATIVO
                           MOVE "N" TO WS-ITEM-OK
                           MOVE "FORNECEDOR INATIVO"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
               END-READ.
               IF WS-ITEM-OK = "N"
                   EXIT PARAGRAPH
               END-IF.

               IF LE-MERCADORIA = SPACES
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "MERCADORIA NAO INFORMADA" TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE LE-MERCADORIA TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-OK
                       MOVE "MERCADORIA NAO CADASTRADA"
                           TO WS-MOTIVO-REJEICAO
               END-READ.
               IF WS-ITEM-OK = "N"
                   EXIT PARAGRAPH
               END-IF.

               IF LE-CUSTO NOT NUMERIC OR LE-CUSTO NOT > ZEROS
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "CUSTO DEVE SER MAIOR QUE ZERO"
                       TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               IF LE-QTD-MINIMA NOT NUMERIC
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "QTD MINIMA INVALIDA" TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.

               IF LE-VALIDADE-INICIO NOT NUMERIC
                       OR LE-VALIDADE-FIM NOT NUMERIC
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "VALIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "D" TO SD-FUNCAO.
               MOVE LE-VALIDADE-INICIO TO SD-DATA1.
               MOVE LE-VALIDADE-FIM    TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0"
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "VALIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               IF SD-DIAS < 0
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "FIM DA VALIDADE ANTES DO INICIO"
                       TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
               END-IF.
               IF LE-VALIDADE-FIM < WS-RUN-DATA
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "LISTA DE PRECO JA VENCIDA"
                       TO WS-MOTIVO-REJEICAO
               END-IF.

           ATUALIZA-FORN-MERC.
               MOVE LE-FORNECEDOR TO WS-FM-CHAVE-FORN.
               MOVE LE-MERCADORIA TO WS-FM-CHAVE-MERC.
               MOVE ZEROS TO WS-FM-POS.
               PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                       UNTIL WS-FM-IDX > WS-FM-QTD
                       OR WS-FM-POS > ZEROS
                   IF WS-FM-ITEM (WS-FM-IDX)(1:24) = WS-FM-CHAVE
                       MOVE WS-FM-IDX TO WS-FM-POS
                   END-IF
               END-PERFORM.

               IF WS-FM-POS = ZEROS
                   IF WS-FM-QTD >= 2000
                       MOVE "N" TO WS-ITEM-OK
                       MOVE "TABELA DE PRECOS CHEIA"
                           TO WS-MOTIVO-REJEICAO
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-FM-QTD
                   MOVE WS-FM-QTD TO WS-FM-POS
                   ADD 1 TO WS-TOTAL-NOVOS
               ELSE
                   ADD 1 TO WS-TOTAL-ATUALIZADOS
               END-IF.

               MOVE LE-FORNECEDOR      TO FM-FORNECEDOR.
               MOVE LE-MERCADORIA      TO FM-MERCADORIA.
               MOVE LE-CUSTO           TO FM-CUSTO.
               MOVE LE-QTD-MINIMA      TO FM-QTD-MINIMA.
               MOVE LE-VALIDADE-INICIO TO FM-VALIDADE-INICIO.
               MOVE LE-VALIDADE-FIM    TO FM-VALIDADE-FIM.
               MOVE WS-RUN-DATA        TO FM-DATA-IMPORTACAO.
               MOVE FORNECEDOR-MERC-REG TO WS-FM-ITEM (WS-FM-POS).
               PERFORM GRAVA-AUDITORIA.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "IMPORTACAO-LISTA-PRECOS" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE WS-FM-CHAVE       TO AJ-CHAVE.
               MOVE FM-CUSTO          TO AJ-VALOR.
               MOVE "PRECO DE FORNECEDOR IMPORTADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "S" TO WS-OPERADOR-CARREGADO.
               OPEN INPUT OPERADOR-SESSAO.
               IF WS-OS-STATUS = "00"
                   READ OPERADOR-SESSAO
                       NOT AT END
                           IF OS-OPERADOR NOT = SPACES
                               MOVE OS-OPERADOR TO WS-OPERADOR
                           END-IF
                   END-READ
                   CLOSE OPERADOR-SESSAO
               ELSE
                   CLOSE OPERADOR-SESSAO
               END-IF.

           MARCA-INICIO-EXECUCAO.
               PERFORM CARREGA-DATA-PROCESSAMENTO.
               ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.
               IF WS-DATA-PROCESSAMENTO > ZEROS
                   MOVE WS-DATA-PROCESSAMENTO TO WS-RUN-DATA
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO WS-RUN-HORA-INICIO.

           CARREGA-DATA-PROCESSAMENTO.
               MOVE ZEROS TO WS-DATA-PROCESSAMENTO.
               OPEN INPUT DATA-PROCESSAMENTO.
               IF WS-DP-STATUS = "00"
                   READ DATA-PROCESSAMENTO
                       NOT AT END
                           IF DP-DATA-PROCESSAMENTO NUMERIC
                               MOVE DP-DATA-PROCESSAMENTO
                                   TO WS-DATA-PROCESSAMENTO
                           END-IF
                   END-READ
                   CLOSE DATA-PROCESSAMENTO
               ELSE
                   CLOSE DATA-PROCESSAMENTO
               END-IF.

           GRAVA-RUN-CONTROLE.
               OPEN EXTEND RUN-CONTROLE.
               IF WS-RN-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROLE
                   CLOSE RUN-CONTROLE
                   OPEN EXTEND RUN-CONTROLE
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE "IMPORTACAO-LISTA-PRECOS" TO RN-PROGRAMA.
               MOVE WS-RUN-DATA TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               MOVE WS-RUN-LIDOS      TO RN-LIDOS.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
                       MOVE "REJEICAO" TO RN-STATUS
                   WHEN OTHER
                       MOVE "ERRO" TO RN-STATUS
               END-EVALUATE.
               WRITE RUN-CONTROLE-REG.
               CLOSE RUN-CONTROLE.
