       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-TABELA-PRECO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABELA-PRECO ASSIGN TO "TABPRECO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TP-STATUS.
               SELECT CLIENTE-MASTER ASSIGN TO "CLIMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   FILE STATUS IS WS-CL-STATUS.
               SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MERCADORIA
                   FILE STATUS IS WS-MM-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  TABELA-PRECO.
               COPY "TABPRECO.CPY".

           FD  CLIENTE-MASTER.
               COPY "CLIREG.CPY".

           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-TP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-CL-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-MODO           PIC X(01) VALUE "L".
           01 WS-FIM-ARQUIVO    PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           01 WS-NOVO-TIPO      PIC X(01) VALUE SPACES.
           01 WS-NOVO-CLIENTE   PIC 9(04) VALUE ZEROS.
           01 WS-NOVO-GRUPO     PIC X(06) VALUE SPACES.
           01 WS-NOVA-MERCADORIA PIC X(20) VALUE SPACES.
           01 WS-NOVA-VIGENCIA  PIC 9(08) VALUE ZEROS.
           01 WS-NOVO-FIM       PIC 9(08) VALUE ZEROS.
           01 WS-NOVA-QTD-MINIMA PIC 9(04) VALUE ZEROS.
           01 WS-NOVO-PRECO     PIC 9(07)V99 VALUE ZEROS.
           01 WS-FILTRO-MERCADORIA PIC X(20) VALUE SPACES.
           01 WS-TOTAL-PRECOS   PIC 9(06) VALUE ZEROS.
           01 WS-VALOR-AUDITORIA PIC S9(11)V99 VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.
           01 WS-CAMPO-VALIDO   PIC X(01) VALUE "S".

           01 WS-TABELA-PRECOS.
               02 WS-PRECO-GUARDADO OCCURS 500 TIMES PIC X(66).
           01 WS-PRECO-QTD      PIC 9(03) VALUE ZEROS.
           01 WS-PRECO-IDX      PIC 9(03) VALUE ZEROS.
           01 WS-PRECO-POS      PIC 9(03) VALUE ZEROS.
           01 WS-PRECO-CHEIA    PIC X(01) VALUE "N".

           01 LINHA-PRECO.
               02 LP-TIPO        PIC X(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-CLIENTE     PIC X(06).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-VIGENCIA    PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-FIM         PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-QTD-MINIMA  PIC ZZZ9.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-PRECO       PIC ZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (L-LISTA/I-INCLUSAO/E-ENCERRAMENTO): ".
               02 MENSA-TIPO PIC X(50) VALUE
                   "TABELA POR (C-CLIENTE/G-GRUPO): ".
               02 MENSA-CLIENTE PIC X(50) VALUE
                   "DIGITE O CODIGO DO CLIENTE: ".
               02 MENSA-GRUPO PIC X(50) VALUE
                   "DIGITE O GRUPO DE PRECO: ".
               02 MENSA-MERCADORIA PIC X(50) VALUE
                   "DIGITE A MERCADORIA: ".
               02 MENSA-FILTRO PIC X(50) VALUE
                   "MERCADORIA (BRANCO = TODAS): ".
               02 MENSA-VIGENCIA PIC X(50) VALUE
                   "DATA DE VIGENCIA (AAAAMMDD, ZERO = HOJE): ".
               02 MENSA-FIM PIC X(50) VALUE
                   "DATA FINAL (AAAAMMDD, ZERO = SEM FIM): ".
               02 MENSA-FIM-ENCERRA PIC X(50) VALUE
                   "DATA FINAL (AAAAMMDD, ZERO = HOJE): ".
               02 MENSA-QTD-MINIMA PIC X(50) VALUE
                   "QUANTIDADE MINIMA DA FAIXA (ZERO = 1): ".
               02 MENSA-PRECO PIC X(50) VALUE
                   "PRECO UNITARIO NEGOCIADO: ".
               02 MENSA-GRAVADO PIC X(50) VALUE
                   "PRECO NEGOCIADO GRAVADO".
               02 MENSA-ENCERRADO PIC X(50) VALUE
                   "PRECO NEGOCIADO ENCERRADO".
               02 MENSA-TIPO-INVALIDO PIC X(50) VALUE
                   "TIPO DE TABELA INVALIDO".
               02 MENSA-CLIENTE-INVALIDO PIC X(50) VALUE
                   "CLIENTE NAO ENCONTRADO".
               02 MENSA-GRUPO-INVALIDO PIC X(50) VALUE
                   "GRUPO NAO INFORMADO".
               02 MENSA-MERC-INVALIDA PIC X(50) VALUE
                   "MERCADORIA NAO ENCONTRADA".
               02 MENSA-PRECO-INVALIDO PIC X(50) VALUE
                   "PRECO DEVE SER MAIOR QUE ZERO".
               02 MENSA-FIM-INVALIDO PIC X(50) VALUE
                   "DATA FINAL ANTERIOR A VIGENCIA".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "PRECO NEGOCIADO NAO ENCONTRADO".
               02 MENSA-SEM-PRECOS PIC X(50) VALUE
                   "NENHUM PRECO NEGOCIADO CADASTRADO".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "TABELA DE PRECOS CHEIA - ENCERRAMENTO CANCELADO".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 25 VALUE "TABELA DE PRECOS NEGOCIADOS".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE DATA-DO-SISTEMA TO WS-DATA-HOJE.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0360.

                EVALUATE WS-MODO
                    WHEN "I"
                    WHEN "i"
                        PERFORM INCLUSAO
                    WHEN "E"
                    WHEN "e"
                        PERFORM ENCERRAMENTO
                    WHEN OTHER
                        PERFORM LISTA
                END-EVALUATE.

                STOP RUN.

           LISTA.
               DISPLAY MENSA-FILTRO AT 0515.
               ACCEPT WS-FILTRO-MERCADORIA AT 0545.

               OPEN INPUT TABELA-PRECO.
               IF WS-TP-STATUS NOT = "00"
                   DISPLAY MENSA-SEM-PRECOS AT 0715
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "T CLI/GR MERCADORIA           VIGENCIA FIM     "
                   AT 0715.
               DISPLAY "  QTMIN      PRECO" AT 0764.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ TABELA-PRECO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-FILTRO-MERCADORIA = SPACES
                               OR WS-FILTRO-MERCADORIA = TP-MERCADORIA
                               ADD 1 TO WS-TOTAL-PRECOS
                               PERFORM MONTA-LINHA-PRECO
                               DISPLAY LINHA-PRECO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE TABELA-PRECO.

               IF WS-TOTAL-PRECOS = ZEROS
                   DISPLAY MENSA-SEM-PRECOS
               END-IF.

           MONTA-LINHA-PRECO.
               MOVE TP-TIPO          TO LP-TIPO.
               IF TP-POR-CLIENTE
                   MOVE TP-CLIENTE   TO LP-CLIENTE
               ELSE
                   MOVE TP-GRUPO     TO LP-CLIENTE
               END-IF.
               MOVE TP-MERCADORIA    TO LP-MERCADORIA.
               MOVE TP-DATA-VIGENCIA TO LP-VIGENCIA.
               MOVE TP-DATA-FIM      TO LP-FIM.
               MOVE TP-QTD-MINIMA    TO LP-QTD-MINIMA.
               MOVE TP-PRECO         TO LP-PRECO.

           INCLUSAO.
               PERFORM PEDE-CHAVE-PRECO.
               IF WS-CAMPO-VALIDO = "N"
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-FIM AT 1115.
               ACCEPT WS-NOVO-FIM AT 1155.
               IF WS-NOVO-FIM NOT = ZEROS
                       AND WS-NOVO-FIM < WS-NOVA-VIGENCIA
                   DISPLAY MENSA-FIM-INVALIDO AT 1415
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-PRECO AT 1215.
               ACCEPT WS-NOVO-PRECO AT 1255.
               IF WS-NOVO-PRECO NOT > ZEROS
                   DISPLAY MENSA-PRECO-INVALIDO AT 1415
                   EXIT PARAGRAPH
               END-IF.

               OPEN EXTEND TABELA-PRECO.
               IF WS-TP-STATUS = "35"
                   OPEN OUTPUT TABELA-PRECO
                   CLOSE TABELA-PRECO
                   OPEN EXTEND TABELA-PRECO
               END-IF.

               PERFORM CARREGA-OPERADOR.
               MOVE WS-NOVO-TIPO       TO TP-TIPO.
               MOVE WS-NOVO-CLIENTE    TO TP-CLIENTE.
               MOVE WS-NOVO-GRUPO      TO TP-GRUPO.
               MOVE WS-NOVA-MERCADORIA TO TP-MERCADORIA.
               MOVE WS-NOVA-VIGENCIA   TO TP-DATA-VIGENCIA.
               MOVE WS-NOVO-FIM        TO TP-DATA-FIM.
               MOVE WS-NOVA-QTD-MINIMA TO TP-QTD-MINIMA.
               MOVE WS-NOVO-PRECO      TO TP-PRECO.
               MOVE WS-OPERADOR        TO TP-OPERADOR.
               WRITE TABELA-PRECO-REG.

               CLOSE TABELA-PRECO.

               MOVE WS-NOVO-PRECO TO WS-VALOR-AUDITORIA.
               MOVE "PRECO NEGOCIADO INCLUIDO"
                   TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-GRAVADO AT 1415.

           ENCERRAMENTO.
               PERFORM PEDE-CHAVE-PRECO.
               IF WS-CAMPO-VALIDO = "N"
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-PRECOS.
               IF WS-PRECO-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA AT 1415
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-PRECO-POS.
               PERFORM VARYING WS-PRECO-IDX FROM 1 BY 1
                       UNTIL WS-PRECO-IDX > WS-PRECO-QTD
                   MOVE WS-PRECO-GUARDADO (WS-PRECO-IDX)
                       TO TABELA-PRECO-REG
                   IF TP-TIPO = WS-NOVO-TIPO
                           AND TP-CLIENTE = WS-NOVO-CLIENTE
                           AND TP-GRUPO = WS-NOVO-GRUPO
                           AND TP-MERCADORIA = WS-NOVA-MERCADORIA
                           AND TP-DATA-VIGENCIA = WS-NOVA-VIGENCIA
                           AND TP-QTD-MINIMA = WS-NOVA-QTD-MINIMA
                       MOVE WS-PRECO-IDX TO WS-PRECO-POS
                   END-IF
               END-PERFORM.
               IF WS-PRECO-POS = ZEROS
                   DISPLAY MENSA-NAO-ACHOU AT 1415
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PRECO-GUARDADO (WS-PRECO-POS)
                   TO TABELA-PRECO-REG.
               PERFORM MONTA-LINHA-PRECO.
               DISPLAY LINHA-PRECO AT 1015.

               DISPLAY MENSA-FIM-ENCERRA AT 1115.
               ACCEPT WS-NOVO-FIM AT 1155.
               IF WS-NOVO-FIM = ZEROS
                   MOVE WS-DATA-HOJE TO WS-NOVO-FIM
               END-IF.
               IF WS-NOVO-FIM < TP-DATA-VIGENCIA
                   DISPLAY MENSA-FIM-INVALIDO AT 1415
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-NOVO-FIM TO TP-DATA-FIM.
               MOVE TABELA-PRECO-REG
                   TO WS-PRECO-GUARDADO (WS-PRECO-POS).
               PERFORM REGRAVA-PRECOS.

               MOVE TP-PRECO TO WS-VALOR-AUDITORIA.
               MOVE "PRECO NEGOCIADO ENCERRADO"
                   TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ENCERRADO AT 1415.

           PEDE-CHAVE-PRECO.
               MOVE "S" TO WS-CAMPO-VALIDO.
               MOVE ZEROS  TO WS-NOVO-CLIENTE.
               MOVE SPACES TO WS-NOVO-GRUPO.
               DISPLAY MENSA-TIPO AT 0515.
               ACCEPT WS-NOVO-TIPO AT 0555.
               EVALUATE WS-NOVO-TIPO
                   WHEN "c"
                       MOVE "C" TO WS-NOVO-TIPO
                   WHEN "g"
                       MOVE "G" TO WS-NOVO-TIPO
               END-EVALUATE.

               EVALUATE WS-NOVO-TIPO
                   WHEN "C"
                       DISPLAY MENSA-CLIENTE AT 0615
                       ACCEPT WS-NOVO-CLIENTE AT 0655
                       OPEN INPUT CLIENTE-MASTER
                       MOVE WS-NOVO-CLIENTE TO CLI-CODIGO
                       READ CLIENTE-MASTER
                           INVALID KEY
                               MOVE "N" TO WS-CAMPO-VALIDO
                       END-READ
                       IF WS-CL-STATUS NOT = "00"
                           MOVE "N" TO WS-CAMPO-VALIDO
                       END-IF
                       CLOSE CLIENTE-MASTER
                       IF WS-CAMPO-VALIDO = "N"
                           DISPLAY MENSA-CLIENTE-INVALIDO AT 1415
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY CLI-NOME AT 0660
                   WHEN "G"
                       DISPLAY MENSA-GRUPO AT 0615
                       ACCEPT WS-NOVO-GRUPO AT 0655
                       IF WS-NOVO-GRUPO = SPACES
                           MOVE "N" TO WS-CAMPO-VALIDO
                           DISPLAY MENSA-GRUPO-INVALIDO AT 1415
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY MENSA-TIPO-INVALIDO AT 1415
                       EXIT PARAGRAPH
               END-EVALUATE.

               DISPLAY MENSA-MERCADORIA AT 0715.
               ACCEPT WS-NOVA-MERCADORIA AT 0755.
               OPEN INPUT MERC-MASTER.
               MOVE WS-NOVA-MERCADORIA TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-CAMPO-VALIDO
               END-READ.
               IF WS-MM-STATUS NOT = "00"
                   MOVE "N" TO WS-CAMPO-VALIDO
               END-IF.
               CLOSE MERC-MASTER.
               IF WS-CAMPO-VALIDO = "N"
                   DISPLAY MENSA-MERC-INVALIDA AT 1415
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-VIGENCIA AT 0815.
               ACCEPT WS-NOVA-VIGENCIA AT 0858.
               IF WS-NOVA-VIGENCIA = ZEROS
                   MOVE WS-DATA-HOJE TO WS-NOVA-VIGENCIA
               END-IF.

               DISPLAY MENSA-QTD-MINIMA AT 0915.
               ACCEPT WS-NOVA-QTD-MINIMA AT 0955.
               IF WS-NOVA-QTD-MINIMA = ZEROS
                   MOVE 1 TO WS-NOVA-QTD-MINIMA
               END-IF.

           CARREGA-PRECOS.
               MOVE ZEROS TO WS-PRECO-QTD.
               MOVE "N" TO WS-PRECO-CHEIA.
               OPEN INPUT TABELA-PRECO.
               IF WS-TP-STATUS NOT = "00"
                   CLOSE TABELA-PRECO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ TABELA-PRECO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-PRECO-QTD < 500
                               ADD 1 TO WS-PRECO-QTD
                               MOVE TABELA-PRECO-REG
                                   TO WS-PRECO-GUARDADO (WS-PRECO-QTD)
                           ELSE
                               MOVE "S" TO WS-PRECO-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE TABELA-PRECO.

           REGRAVA-PRECOS.
               OPEN OUTPUT TABELA-PRECO.
               PERFORM VARYING WS-PRECO-IDX FROM 1 BY 1
                       UNTIL WS-PRECO-IDX > WS-PRECO-QTD
                   MOVE WS-PRECO-GUARDADO (WS-PRECO-IDX)
                       TO TABELA-PRECO-REG
                   WRITE TABELA-PRECO-REG
               END-PERFORM.
               CLOSE TABELA-PRECO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-TABELA-PRECO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               IF WS-NOVO-TIPO = "C"
                   STRING "C " WS-NOVO-CLIENTE " " WS-NOVA-MERCADORIA
                       DELIMITED BY SIZE INTO AJ-CHAVE
               ELSE
                   STRING "G " WS-NOVO-GRUPO " " WS-NOVA-MERCADORIA
                       DELIMITED BY SIZE INTO AJ-CHAVE
               END-IF.
               MOVE WS-VALOR-AUDITORIA TO AJ-VALOR.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
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
