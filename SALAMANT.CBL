       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-SALA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SALA-MASTER ASSIGN TO "SALAMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SA-CODSALA
                   FILE STATUS IS WS-SA-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  SALA-MASTER.
               COPY "SALAREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-SA-STATUS      PIC X(02) VALUE SPACES.
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

           01 WS-PESQUISA-SALA  PIC X(06) VALUE SPACES.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVA-DESCRICAO PIC X(30) VALUE SPACES.
           01 WS-NOVOS-LUGARES  PIC 9(04) VALUE ZEROS.
           01 WS-NOVA-ATIVA     PIC X(01) VALUE SPACES.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-SALA.
               02 LS-CODSALA     PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-DESCRICAO   PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-LUGARES     PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-ATIVA       PIC X(01).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC): ".
               02 MENSA-CODIGO PIC X(50) VALUE
                   "DIGITE O CODIGO DA SALA: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "SALA NAO ENCONTRADA".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "CODIGO DE SALA JA CADASTRADO".
               02 MENSA-DESCRICAO PIC X(50) VALUE
                   "DIGITE A DESCRICAO: ".
               02 MENSA-LUGARES PIC X(50) VALUE
                   "DIGITE O NUMERO DE LUGARES: ".
               02 MENSA-ATIVA PIC X(50) VALUE
                   "ATIVA (S/N): ".
               02 MENSA-LUGARES-INVALIDO PIC X(50) VALUE
                   "NUMERO DE LUGARES DEVE SER MAIOR QUE ZERO".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                   "SALA INCLUIDA".
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "SALA ALTERADA".
               02 MENSA-EXCLUIDA PIC X(50) VALUE
                   "SALA EXCLUIDA".
               02 MENSA-NAO-EXCLUIDA PIC X(50) VALUE
                   "EXCLUSAO CANCELADA".
               02 MENSA-DESCRICAO-INVALIDA PIC X(50) VALUE
                   "DESCRICAO NAO INFORMADA".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "MANUTENCAO DE SALA".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O SALA-MASTER.
                IF WS-SA-STATUS = "35"
                    OPEN OUTPUT SALA-MASTER
                    CLOSE SALA-MASTER
                    OPEN I-O SALA-MASTER
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

                CLOSE SALA-MASTER.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-SALA AT 0541.
               IF WS-PESQUISA-SALA = SPACES
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-SALA TO SA-CODSALA.
               READ SALA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0715
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY MENSA-DESCRICAO AT 0715.
               ACCEPT WS-NOVA-DESCRICAO AT 0736.
               IF WS-NOVA-DESCRICAO = SPACES
                   DISPLAY MENSA-DESCRICAO-INVALIDA AT 0915
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-LUGARES AT 0915.
               ACCEPT WS-NOVOS-LUGARES AT 0944.
               IF WS-NOVOS-LUGARES = ZEROS
                   DISPLAY MENSA-LUGARES-INVALIDO AT 1115
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-SALA   TO SA-CODSALA.
               MOVE WS-NOVA-DESCRICAO  TO SA-DESCRICAO.
               MOVE WS-NOVOS-LUGARES   TO SA-LUGARES.
               MOVE "S"                TO SA-ATIVA.
               WRITE SALA-REG.

               MOVE "SALA INCLUIDA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1115.

           CONSULTA.
               PERFORM LOCALIZA-SALA.
               IF WS-SA-STATUS = "00"
                   PERFORM EXIBE-SALA
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-SALA.
               IF WS-SA-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-SALA.

               DISPLAY MENSA-DESCRICAO AT 1015.
               ACCEPT WS-NOVA-DESCRICAO AT 1036.
               DISPLAY MENSA-LUGARES AT 1115.
               ACCEPT WS-NOVOS-LUGARES AT 1144.
               DISPLAY MENSA-ATIVA AT 1215.
               ACCEPT WS-NOVA-ATIVA AT 1229.

               IF WS-NOVA-DESCRICAO NOT = SPACES
                   MOVE WS-NOVA-DESCRICAO TO SA-DESCRICAO
               END-IF.
               IF WS-NOVOS-LUGARES > ZEROS
                   MOVE WS-NOVOS-LUGARES TO SA-LUGARES
               END-IF.
               IF WS-NOVA-ATIVA = "S" OR WS-NOVA-ATIVA = "s"
                   MOVE "S" TO SA-ATIVA
               END-IF.
               IF WS-NOVA-ATIVA = "N" OR WS-NOVA-ATIVA = "n"
                   MOVE "N" TO SA-ATIVA
               END-IF.
               REWRITE SALA-REG.

               MOVE "SALA ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 1415.

           EXCLUSAO.
               PERFORM LOCALIZA-SALA.
               IF WS-SA-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-SALA.

               DISPLAY MENSA-CONFIRMA AT 1015.
               ACCEPT WS-CONFIRMA AT 1045.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE SALA-MASTER RECORD
                   MOVE "SALA EXCLUIDA" TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDA AT 1215
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1215
               END-IF.

           LOCALIZA-SALA.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-SALA AT 0541.

               MOVE WS-PESQUISA-SALA TO SA-CODSALA.
               READ SALA-MASTER
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
               END-READ.

           EXIBE-SALA.
               MOVE SA-CODSALA        TO LS-CODSALA.
               MOVE SA-DESCRICAO      TO LS-DESCRICAO.
               MOVE SA-LUGARES        TO LS-LUGARES.
               MOVE SA-ATIVA          TO LS-ATIVA.
               DISPLAY LINHA-SALA AT 0815.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-SALA" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SA-CODSALA        TO AJ-CHAVE.
               MOVE SA-LUGARES        TO AJ-VALOR.
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
