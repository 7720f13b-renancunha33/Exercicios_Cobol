       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-PROFESSOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-CODIGO
                   FILE STATUS IS WS-PO-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  PROFESSOR-MASTER.
               COPY "PROFREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-PO-STATUS      PIC X(02) VALUE SPACES.
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
           01 WS-NOVO-DEPARTAMENTO PIC X(20) VALUE SPACES.
           01 WS-NOVAS-HORAS    PIC 9(03) VALUE ZEROS.
           01 WS-NOVO-ATIVO     PIC X(01) VALUE SPACES.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-PROFESSOR.
               02 LP-CODIGO      PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-NOME        PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-DEPARTAMENTO PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-HORAS       PIC ZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-ATIVO       PIC X(01).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC): ".
               02 MENSA-CODIGO PIC X(50) VALUE
                   "DIGITE O CODIGO DO PROFESSOR: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "PROFESSOR NAO ENCONTRADO".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "CODIGO DE PROFESSOR JA CADASTRADO".
               02 MENSA-NOME PIC X(50) VALUE
                   "DIGITE O NOME: ".
               02 MENSA-DEPARTAMENTO PIC X(50) VALUE
                   "DIGITE O DEPARTAMENTO: ".
               02 MENSA-HORAS PIC X(50) VALUE
                   "HORAS SEMANAIS CONTRATADAS: ".
               02 MENSA-ATIVO PIC X(50) VALUE
                   "ATIVO (S/N): ".
               02 MENSA-CODIGO-INVALIDO PIC X(50) VALUE
                   "CODIGO DEVE SER MAIOR QUE ZERO".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                   "PROFESSOR INCLUIDO".
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "PROFESSOR ALTERADO".
               02 MENSA-EXCLUIDA PIC X(50) VALUE
                   "PROFESSOR EXCLUIDO".
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
           02 LINE 02 COLUMN 28 VALUE "MANUTENCAO DE PROFESSOR".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O PROFESSOR-MASTER.
                IF WS-PO-STATUS = "35"
                    OPEN OUTPUT PROFESSOR-MASTER
                    CLOSE PROFESSOR-MASTER
                    OPEN I-O PROFESSOR-MASTER
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

                CLOSE PROFESSOR-MASTER.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-CODIGO AT 0546.
               IF WS-PESQUISA-CODIGO = ZEROS
                   DISPLAY MENSA-CODIGO-INVALIDO AT 0715
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-CODIGO TO PO-CODIGO.
               READ PROFESSOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0715
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY MENSA-NOME AT 0715.
               ACCEPT WS-NOVO-NOME AT 0731.
               IF WS-NOVO-NOME = SPACES
                   DISPLAY MENSA-NOME-INVALIDO AT 0915
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-DEPARTAMENTO AT 0915.
               ACCEPT WS-NOVO-DEPARTAMENTO AT 0939.
               DISPLAY MENSA-HORAS AT 1115.
               ACCEPT WS-NOVAS-HORAS AT 1144.

               MOVE WS-PESQUISA-CODIGO   TO PO-CODIGO.
               MOVE WS-NOVO-NOME         TO PO-NOME.
               MOVE WS-NOVO-DEPARTAMENTO TO PO-DEPARTAMENTO.
               MOVE WS-NOVAS-HORAS       TO PO-HORAS-CONTRATADAS.
               MOVE "S"                  TO PO-ATIVO.
               WRITE PROFESSOR-REG.

               MOVE "PROFESSOR INCLUIDO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1315.

           CONSULTA.
               PERFORM LOCALIZA-PROFESSOR.
               IF WS-PO-STATUS = "00"
                   PERFORM EXIBE-PROFESSOR
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-PROFESSOR.
               IF WS-PO-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-PROFESSOR.

               DISPLAY MENSA-NOME AT 1015.
               ACCEPT WS-NOVO-NOME AT 1031.
               DISPLAY MENSA-DEPARTAMENTO AT 1115.
               ACCEPT WS-NOVO-DEPARTAMENTO AT 1139.
               DISPLAY MENSA-HORAS AT 1215.
               ACCEPT WS-NOVAS-HORAS AT 1244.
               DISPLAY MENSA-ATIVO AT 1315.
               ACCEPT WS-NOVO-ATIVO AT 1329.

               IF WS-NOVO-NOME NOT = SPACES
                   MOVE WS-NOVO-NOME TO PO-NOME
               END-IF.
               IF WS-NOVO-DEPARTAMENTO NOT = SPACES
                   MOVE WS-NOVO-DEPARTAMENTO TO PO-DEPARTAMENTO
               END-IF.
               IF WS-NOVAS-HORAS > ZEROS
                   MOVE WS-NOVAS-HORAS TO PO-HORAS-CONTRATADAS
               END-IF.
               IF WS-NOVO-ATIVO = "S" OR WS-NOVO-ATIVO = "s"
                   MOVE "S" TO PO-ATIVO
               END-IF.
               IF WS-NOVO-ATIVO = "N" OR WS-NOVO-ATIVO = "n"
                   MOVE "N" TO PO-ATIVO
               END-IF.
               REWRITE PROFESSOR-REG.

               MOVE "PROFESSOR ALTERADO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 1515.

           EXCLUSAO.
               PERFORM LOCALIZA-PROFESSOR.
               IF WS-PO-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-PROFESSOR.

               DISPLAY MENSA-CONFIRMA AT 1015.
               ACCEPT WS-CONFIRMA AT 1045.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE PROFESSOR-MASTER RECORD
                   MOVE "PROFESSOR EXCLUIDO" TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDA AT 1215
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1215
               END-IF.

           LOCALIZA-PROFESSOR.
               DISPLAY MENSA-CODIGO AT 0515.
               ACCEPT WS-PESQUISA-CODIGO AT 0546.

               MOVE WS-PESQUISA-CODIGO TO PO-CODIGO.
               READ PROFESSOR-MASTER
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
               END-READ.

           EXIBE-PROFESSOR.
               MOVE PO-CODIGO            TO LP-CODIGO.
               MOVE PO-NOME              TO LP-NOME.
               MOVE PO-DEPARTAMENTO      TO LP-DEPARTAMENTO.
               MOVE PO-HORAS-CONTRATADAS TO LP-HORAS.
               MOVE PO-ATIVO             TO LP-ATIVO.
               DISPLAY LINHA-PROFESSOR AT 0815.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-PROFESSOR" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE PO-NOME           TO AJ-CHAVE.
               MOVE PO-CODIGO         TO AJ-VALOR.
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
