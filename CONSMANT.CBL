       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-CONSULTOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONSULTOR-MASTER ASSIGN TO "CONSMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CS-CODIGO
                   FILE STATUS IS WS-CS-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  CONSULTOR-MASTER.
               COPY "CONSREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CS-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-MODO           PIC X(01) VALUE "C".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-PESQUISA-CODIGO PIC 9(04) VALUE ZEROS.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVO-NOME      PIC X(30) VALUE SPACES.
           01 WS-NOVA-MATRICULA PIC X(10) VALUE SPACES.
           01 WS-NOVO-ATIVO     PIC X(01) VALUE SPACES.
           01 WS-NOVO-LIMITE1   PIC 9(08)V99 VALUE ZEROS.
           01 WS-NOVO-LIMITE2   PIC 9(08)V99 VALUE ZEROS.
           01 WS-NOVO-PCT1      PIC 9(02)V99 VALUE ZEROS.
           01 WS-NOVO-PCT2      PIC 9(02)V99 VALUE ZEROS.
           01 WS-NOVO-PCT3      PIC 9(02)V99 VALUE ZEROS.
           01 WS-FAIXA-IDX      PIC 9(01) VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-CONSULTOR.
               02 LS-CODIGO      PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-NOME        PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-MATRICULA   PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-ATIVO       PIC X(01).

           01 LINHA-FAIXA.
               02 FILLER         PIC X(06) VALUE "FAIXA ".
               02 LF-FAIXA       PIC 9(01).
               02 FILLER         PIC X(07) VALUE " ATE: ".
               02 LF-LIMITE      PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(07) VALUE "  PCT: ".
               02 LF-PCT         PIC Z9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC): ".
               02 MENSA-CODIGO PIC X(50) VALUE
                   "DIGITE O CODIGO DO CONSULTOR: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "CONSULTOR NAO ENCONTRADO".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "CODIGO DE CONSULTOR JA CADASTRADO".
               02 MENSA-NOME PIC X(50) VALUE
                   "DIGITE O NOME: ".
               02 MENSA-MATRICULA PIC X(50) VALUE
                   "DIGITE A MATRICULA NA FOLHA: ".
               02 MENSA-LIMITE1 PIC X(50) VALUE
                   "TETO DA FAIXA 1 (0 = SEM TETO): ".
               02 MENSA-PCT1 PIC X(50) VALUE
                   "PCT DA FAIXA 1 (EX: 05,00): ".
               02 MENSA-LIMITE2 PIC X(50) VALUE
                   "TETO DA FAIXA 2 (0 = SEM TETO): ".
               02 MENSA-PCT2 PIC X(50) VALUE
                   "PCT DA FAIXA 2 (EX: 07,50): ".
               02 MENSA-PCT3 PIC X(50) VALUE
                   "PCT ACIMA DO TETO DA FAIXA 2: ".
               02 MENSA-ATIVO PIC X(50) VALUE
                   "ATIVO (S/N): ".
               02 MENSA-FAIXA-INVALIDA PIC X(50) VALUE
                   "TETO DA FAIXA 2 DEVE SER MAIOR QUE O DA FAIXA 1".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                   "CONSULTOR INCLUIDO".
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "CONSULTOR ALTERADO".
               02 MENSA-EXCLUIDA PIC X(50) VALUE
                   "CONSULTOR EXCLUIDO".
               02 MENSA-NAO-EXCLUIDA PIC X(50) VALUE
                   "EXCLUSAO CANCELADA".
               02 MENSA-NOME-INVALIDO PIC X(50) VALUE
                   "NOME NAO INFORMADO".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "MANUTENCAO DE CONSULTOR".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O CONSULTOR-MASTER.
                IF WS-CS-STATUS = "35"
                    OPEN OUTPUT CONSULTOR-MASTER
                    CLOSE CONSULTOR-MASTER
                    OPEN I-O CONSULTOR-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0352.

                EVALUATE WS-MODO
                    WHEN "I"
                    WHEN "i"
                        PERFORM INCLUSAO
                    WHEN "A"
                    WHEN "a"
                        PERFORM ALTERACAO
                    WHEN "E"
                    WHEN "e"
                        PERFORM EXCLUSAO
                    WHEN OTHER
                        PERFORM CONSULTA
                END-EVALUATE.

                CLOSE CONSULTOR-MASTER.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-CODIGO AT 0546.

               MOVE WS-PESQUISA-CODIGO TO CS-CODIGO.
               READ CONSULTOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0715
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY MENSA-NOME AT 0715.
               ACCEPT WS-NOVO-NOME AT 0735.
               IF WS-NOVO-NOME = SPACES
                   DISPLAY MENSA-NOME-INVALIDO AT 0915
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-MATRICULA AT 0915.
               ACCEPT WS-NOVA-MATRICULA AT 0945.
               DISPLAY MENSA-LIMITE1 AT 1115.
               ACCEPT WS-NOVO-LIMITE1 AT 1148.
               DISPLAY MENSA-PCT1 AT 1215.
               ACCEPT WS-NOVO-PCT1 AT 1248.
               DISPLAY MENSA-LIMITE2 AT 1315.
               ACCEPT WS-NOVO-LIMITE2 AT 1348.
               DISPLAY MENSA-PCT2 AT 1415.
               ACCEPT WS-NOVO-PCT2 AT 1448.
               DISPLAY MENSA-PCT3 AT 1515.
               ACCEPT WS-NOVO-PCT3 AT 1548.

               IF WS-NOVO-LIMITE2 > ZEROS
                       AND WS-NOVO-LIMITE2 NOT > WS-NOVO-LIMITE1
                   DISPLAY MENSA-FAIXA-INVALIDA AT 1715
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-CODIGO TO CS-CODIGO.
               MOVE WS-NOVO-NOME       TO CS-NOME.
               MOVE WS-NOVA-MATRICULA  TO CS-MATRICULA.
               MOVE "S"                TO CS-ATIVO.
               MOVE WS-NOVO-LIMITE1    TO CS-FAIXA-LIMITE (1).
               MOVE WS-NOVO-PCT1       TO CS-FAIXA-PCT (1).
               MOVE WS-NOVO-LIMITE2    TO CS-FAIXA-LIMITE (2).
               MOVE WS-NOVO-PCT2       TO CS-FAIXA-PCT (2).
               MOVE ZEROS              TO CS-FAIXA-LIMITE (3).
               MOVE WS-NOVO-PCT3       TO CS-FAIXA-PCT (3).
               WRITE CONSULTOR-REG.

               MOVE "CONSULTOR INCLUIDO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1915.

           CONSULTA.
               PERFORM LOCALIZA-CONSULTOR.
               IF WS-CS-STATUS = "00"
                   PERFORM EXIBE-CONSULTOR
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-CONSULTOR.
               IF WS-CS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-CONSULTOR.

               DISPLAY MENSA-MATRICULA AT 1315.
               ACCEPT WS-NOVA-MATRICULA AT 1345.
               DISPLAY MENSA-LIMITE1 AT 1415.
               ACCEPT WS-NOVO-LIMITE1 AT 1448.
               DISPLAY MENSA-PCT1 AT 1515.
               ACCEPT WS-NOVO-PCT1 AT 1548.
               DISPLAY MENSA-LIMITE2 AT 1615.
               ACCEPT WS-NOVO-LIMITE2 AT 1648.
               DISPLAY MENSA-PCT2 AT 1715.
               ACCEPT WS-NOVO-PCT2 AT 1748.
               DISPLAY MENSA-PCT3 AT 1815.
               ACCEPT WS-NOVO-PCT3 AT 1848.
               DISPLAY MENSA-ATIVO AT 1915.
               ACCEPT WS-NOVO-ATIVO AT 1948.

               IF WS-NOVA-MATRICULA NOT = SPACES
                   MOVE WS-NOVA-MATRICULA TO CS-MATRICULA
               END-IF.
               IF WS-NOVO-LIMITE1 > ZEROS
                   MOVE WS-NOVO-LIMITE1 TO CS-FAIXA-LIMITE (1)
               END-IF.
               IF WS-NOVO-PCT1 > ZEROS
                   MOVE WS-NOVO-PCT1 TO CS-FAIXA-PCT (1)
               END-IF.
               IF WS-NOVO-LIMITE2 > ZEROS
                   MOVE WS-NOVO-LIMITE2 TO CS-FAIXA-LIMITE (2)
               END-IF.
               IF WS-NOVO-PCT2 > ZEROS
                   MOVE WS-NOVO-PCT2 TO CS-FAIXA-PCT (2)
               END-IF.
               IF WS-NOVO-PCT3 > ZEROS
                   MOVE WS-NOVO-PCT3 TO CS-FAIXA-PCT (3)
               END-IF.
               IF WS-NOVO-ATIVO = "S" OR WS-NOVO-ATIVO = "s"
                   MOVE "S" TO CS-ATIVO
               END-IF.
               IF WS-NOVO-ATIVO = "N" OR WS-NOVO-ATIVO = "n"
                   MOVE "N" TO CS-ATIVO
               END-IF.

               IF CS-FAIXA-LIMITE (2) > ZEROS
                       AND CS-FAIXA-LIMITE (2)
                           NOT > CS-FAIXA-LIMITE (1)
                   DISPLAY MENSA-FAIXA-INVALIDA AT 2115
                   EXIT PARAGRAPH
               END-IF.
               REWRITE CONSULTOR-REG.

               MOVE "CONSULTOR ALTERADO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 2115.

           EXCLUSAO.
               PERFORM LOCALIZA-CONSULTOR.
               IF WS-CS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-CONSULTOR.

               DISPLAY MENSA-CONFIRMA AT 1315.
               ACCEPT WS-CONFIRMA AT 1345.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE CONSULTOR-MASTER RECORD
                   MOVE "CONSULTOR EXCLUIDO" TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDA AT 1515
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1515
               END-IF.

           LOCALIZA-CONSULTOR.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-CODIGO AT 0546.

               MOVE WS-PESQUISA-CODIGO TO CS-CODIGO.
               READ CONSULTOR-MASTER
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
               END-READ.

           EXIBE-CONSULTOR.
               MOVE CS-CODIGO         TO LS-CODIGO.
               MOVE CS-NOME           TO LS-NOME.
               MOVE CS-MATRICULA      TO LS-MATRICULA.
               MOVE CS-ATIVO          TO LS-ATIVO.
               DISPLAY LINHA-CONSULTOR AT 0815.
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 3
                   IF CS-FAIXA-LIMITE (WS-FAIXA-IDX) NOT NUMERIC
                       MOVE ZEROS TO CS-FAIXA-LIMITE (WS-FAIXA-IDX)
                   END-IF
                   IF CS-FAIXA-PCT (WS-FAIXA-IDX) NOT NUMERIC
                       MOVE ZEROS TO CS-FAIXA-PCT (WS-FAIXA-IDX)
                   END-IF
                   MOVE WS-FAIXA-IDX TO LF-FAIXA
                   MOVE CS-FAIXA-LIMITE (WS-FAIXA-IDX) TO LF-LIMITE
                   MOVE CS-FAIXA-PCT (WS-FAIXA-IDX) TO LF-PCT
                   EVALUATE WS-FAIXA-IDX
                       WHEN 1
                           DISPLAY LINHA-FAIXA AT 0915
                       WHEN 2
                           DISPLAY LINHA-FAIXA AT 1015
                       WHEN OTHER
                           DISPLAY LINHA-FAIXA AT 1115
                   END-EVALUATE
               END-PERFORM.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-CONSULTOR" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE CS-NOME           TO AJ-CHAVE.
               MOVE CS-CODIGO         TO AJ-VALOR.
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
