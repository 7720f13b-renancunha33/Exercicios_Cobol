       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-PRECO-CREDITO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PRECO-CREDITO ASSIGN TO "PRECCRED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VC-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  PRECO-CREDITO.
               COPY "PRECCRED.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-VC-STATUS      PIC X(02) VALUE SPACES.
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

           01 WS-NOVO-CURSO     PIC X(20) VALUE SPACES.
           01 WS-NOVO-VALOR     PIC 9(05)V99 VALUE ZEROS.
           01 WS-NOVO-PCT-BOLSA PIC 9(03)V99 VALUE ZEROS.
           01 WS-NOVA-VIGENCIA  PIC 9(08) VALUE ZEROS.
           01 WS-TOTAL-PRECOS   PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO-PRECO PIC X(60) VALUE
               "CURSO                 VIGENCIA        VALOR   % BOLSA".
           01 LINHA-PRECO.
               02 LT-CURSO       PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LT-VIGENCIA    PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LT-VALOR       PIC ZZ.ZZ9,99.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LT-PCT-BOLSA   PIC ZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (L-LISTA/I-INCLUSAO): ".
               02 MENSA-CURSO PIC X(50) VALUE
                   "DIGITE O CURSO: ".
               02 MENSA-VALOR PIC X(50) VALUE
                   "DIGITE O VALOR POR CREDITO: ".
               02 MENSA-PCT-BOLSA PIC X(50) VALUE
                   "DIGITE O % DE DESCONTO PARA BOLSISTA: ".
               02 MENSA-VIGENCIA PIC X(50) VALUE
                   "DIGITE A DATA DE VIGENCIA (AAAAMMDD): ".
               02 MENSA-GRAVADA PIC X(50) VALUE
                   "PRECO POR CREDITO GRAVADO".
               02 MENSA-CURSO-INVALIDO PIC X(50) VALUE
                   "CURSO NAO INFORMADO".
               02 MENSA-VALOR-INVALIDO PIC X(50) VALUE
                   "VALOR DEVE SER MAIOR QUE ZERO".
               02 MENSA-PCT-INVALIDO PIC X(50) VALUE
                   "DESCONTO DEVE SER DE 0 A 100 - REDIGITE".
               02 MENSA-SEM-PRECOS PIC X(50) VALUE
                   "NENHUM PRECO CADASTRADO".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "PRECO POR CREDITO".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0350.

                IF WS-MODO = "I" OR WS-MODO = "i"
                    PERFORM INCLUSAO
                ELSE
                    PERFORM LISTA
                END-IF.

                STOP RUN.

           LISTA.
               OPEN INPUT PRECO-CREDITO.
               IF WS-VC-STATUS NOT = "00"
                   DISPLAY MENSA-SEM-PRECOS AT 0515
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY LINHA-CABECALHO-PRECO AT 0515.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PRECO-CREDITO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-PRECOS
                           MOVE VC-CURSO         TO LT-CURSO
                           MOVE VC-DATA-VIGENCIA TO LT-VIGENCIA
                           MOVE VC-VALOR-CREDITO TO LT-VALOR
                           MOVE VC-PCT-BOLSA     TO LT-PCT-BOLSA
                           DISPLAY LINHA-PRECO
                   END-READ
               END-PERFORM.
               CLOSE PRECO-CREDITO.

               IF WS-TOTAL-PRECOS = ZEROS
                   DISPLAY MENSA-SEM-PRECOS
               END-IF.

           INCLUSAO.
               DISPLAY MENSA-CURSO AT 0515.
               ACCEPT WS-NOVO-CURSO AT 0545.
               IF WS-NOVO-CURSO = SPACES
                   DISPLAY MENSA-CURSO-INVALIDO AT 0615
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-NOVO-VALOR.
               PERFORM UNTIL WS-NOVO-VALOR > ZEROS
                   DISPLAY MENSA-VALOR AT 0715
                   ACCEPT WS-NOVO-VALOR AT 0745
                   IF WS-NOVO-VALOR NOT > ZEROS
                       DISPLAY MENSA-VALOR-INVALIDO AT 0815
                   END-IF
               END-PERFORM.

               MOVE 999 TO WS-NOVO-PCT-BOLSA.
               PERFORM UNTIL WS-NOVO-PCT-BOLSA NOT > 100
                   DISPLAY MENSA-PCT-BOLSA AT 0915
                   ACCEPT WS-NOVO-PCT-BOLSA AT 0955
                   IF WS-NOVO-PCT-BOLSA > 100
                       DISPLAY MENSA-PCT-INVALIDO AT 1015
                   END-IF
               END-PERFORM.

               DISPLAY MENSA-VIGENCIA AT 1115.
               ACCEPT WS-NOVA-VIGENCIA AT 1155.
               IF WS-NOVA-VIGENCIA = ZEROS
                   MOVE ANO TO WS-NOVA-VIGENCIA(1:4)
                   MOVE MES TO WS-NOVA-VIGENCIA(5:2)
                   MOVE DIA TO WS-NOVA-VIGENCIA(7:2)
               END-IF.

               OPEN EXTEND PRECO-CREDITO.
               IF WS-VC-STATUS = "35"
                   OPEN OUTPUT PRECO-CREDITO
                   CLOSE PRECO-CREDITO
                   OPEN EXTEND PRECO-CREDITO
               END-IF.

               MOVE WS-NOVO-CURSO     TO VC-CURSO.
               MOVE WS-NOVA-VIGENCIA  TO VC-DATA-VIGENCIA.
               MOVE WS-NOVO-VALOR     TO VC-VALOR-CREDITO.
               MOVE WS-NOVO-PCT-BOLSA TO VC-PCT-BOLSA.
               WRITE PRECO-CREDITO-REG.

               CLOSE PRECO-CREDITO.

               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-GRAVADA AT 1315.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-PRECO-CREDITO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE WS-NOVO-CURSO     TO AJ-CHAVE.
               MOVE WS-NOVO-VALOR     TO AJ-VALOR.
               MOVE "PRECO POR CREDITO INCLUIDO" TO AJ-DESCRICAO.
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
