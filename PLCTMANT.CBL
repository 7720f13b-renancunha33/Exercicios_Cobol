       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-PLANO-DE-CONTAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CB-CONTA
                   FILE STATUS IS WS-CB-STATUS.
               SELECT REGRA-CONTABIL ASSIGN TO "REGRACTB.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RT-EVENTO
                   FILE STATUS IS WS-RT-STATUS.
               SELECT INTERFACE-CONTABIL ASSIGN TO "CTBINTF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GI-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  PLANO-CONTAS.
               COPY "PLANOCTA.CPY".

           FD  REGRA-CONTABIL.
               COPY "REGRACTB.CPY".

           FD  INTERFACE-CONTABIL.
               COPY "LCTOCTB.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CB-STATUS      PIC X(02) VALUE SPACES.
           01 WS-RT-STATUS      PIC X(02) VALUE SPACES.
           01 WS-GI-STATUS      PIC X(02) VALUE SPACES.
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

           01 WS-PESQUISA-CONTA PIC X(10) VALUE SPACES.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVA-DESCRICAO PIC X(40) VALUE SPACES.
           01 WS-NOVO-TIPO      PIC X(01) VALUE SPACES.
           01 WS-NOVA-SITUACAO  PIC X(01) VALUE SPACES.
           01 WS-CONTA-EM-USO   PIC X(01) VALUE "N".
           01 WS-FIM-ARQUIVO    PIC X(01) VALUE "N".
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-CONTA.
               02 LC-CONTA       PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-DESCRICAO   PIC X(40).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-TIPO        PIC X(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-SITUACAO    PIC X(01).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC): ".
               02 MENSA-CONTA PIC X(50) VALUE
                   "DIGITE O CODIGO DA CONTA: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "CONTA NAO ENCONTRADA".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "CONTA JA CADASTRADA".
               02 MENSA-DESCRICAO PIC X(50) VALUE
                   "DESCRICAO: ".
               02 MENSA-TIPO PIC X(50) VALUE
                   "TIPO (A-ATIV/P-PASS/L-PL/R-REC/D-DESP): ".
               02 MENSA-SITUACAO PIC X(50) VALUE
                   "ATIVA (S/N): ".
               02 MENSA-CONTA-INVALIDA PIC X(50) VALUE
                   "CODIGO DA CONTA NAO INFORMADO".
               02 MENSA-DESCRICAO-INVALIDA PIC X(50) VALUE
                   "DESCRICAO NAO INFORMADA".
               02 MENSA-TIPO-INVALIDO PIC X(50) VALUE
                   "TIPO DE CONTA INVALIDO".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                   "CONTA INCLUIDA".
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "CONTA ALTERADA".
               02 MENSA-EXCLUIDA PIC X(50) VALUE
                   "CONTA EXCLUIDA".
               02 MENSA-NAO-EXCLUIDA PIC X(50) VALUE
                   "EXCLUSAO CANCELADA".
               02 MENSA-EM-USO PIC X(50) VALUE
                   "CONTA EM USO - INATIVE EM VEZ DE EXCLUIR".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "MANUTENCAO DO PLANO DE CONTAS".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O PLANO-CONTAS.
                IF WS-CB-STATUS = "35"
                    OPEN OUTPUT PLANO-CONTAS
                    CLOSE PLANO-CONTAS
                    OPEN I-O PLANO-CONTAS
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

                CLOSE PLANO-CONTAS.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-CONTA AT 0515.
               ACCEPT WS-PESQUISA-CONTA AT 0541.
               IF WS-PESQUISA-CONTA = SPACES
                   DISPLAY MENSA-CONTA-INVALIDA AT 0715
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-CONTA TO CB-CONTA.
               READ PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0715
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY MENSA-DESCRICAO AT 0715.
               ACCEPT WS-NOVA-DESCRICAO AT 0727.
               IF WS-NOVA-DESCRICAO = SPACES
                   DISPLAY MENSA-DESCRICAO-INVALIDA AT 0915
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-TIPO AT 0915.
               ACCEPT WS-NOVO-TIPO AT 0956.
               INSPECT WS-NOVO-TIPO CONVERTING "aplrd" TO "APLRD".
               MOVE WS-NOVO-TIPO TO CB-TIPO.
               IF NOT CB-TIPO-VALIDO
                   DISPLAY MENSA-TIPO-INVALIDO AT 1115
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-CONTA    TO CB-CONTA.
               MOVE WS-NOVA-DESCRICAO    TO CB-DESCRICAO.
               MOVE "S"                  TO CB-SITUACAO.
               MOVE DATA-DO-SISTEMA      TO CB-DATA-INCLUSAO.
               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR          TO CB-OPERADOR.
               WRITE PLANO-CONTAS-REG.

               MOVE "CONTA INCLUIDA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1315.

           CONSULTA.
               PERFORM LOCALIZA-CONTA.
               IF WS-CB-STATUS = "00"
                   PERFORM EXIBE-CONTA
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-CONTA.
               IF WS-CB-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-CONTA.

               DISPLAY MENSA-DESCRICAO AT 1015.
               ACCEPT WS-NOVA-DESCRICAO AT 1027.
               DISPLAY MENSA-TIPO AT 1115.
               ACCEPT WS-NOVO-TIPO AT 1156.
               DISPLAY MENSA-SITUACAO AT 1215.
               ACCEPT WS-NOVA-SITUACAO AT 1229.

               IF WS-NOVO-TIPO NOT = SPACES
                   INSPECT WS-NOVO-TIPO CONVERTING "aplrd" TO "APLRD"
                   IF WS-NOVO-TIPO NOT = "A" AND NOT = "P"
                      AND NOT = "L" AND NOT = "R" AND NOT = "D"
                       DISPLAY MENSA-TIPO-INVALIDO AT 1415
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               IF WS-NOVA-DESCRICAO NOT = SPACES
                   MOVE WS-NOVA-DESCRICAO TO CB-DESCRICAO
               END-IF.
               IF WS-NOVO-TIPO NOT = SPACES
                   MOVE WS-NOVO-TIPO TO CB-TIPO
               END-IF.
               IF WS-NOVA-SITUACAO = "S" OR WS-NOVA-SITUACAO = "s"
                   MOVE "S" TO CB-SITUACAO
               END-IF.
               IF WS-NOVA-SITUACAO = "N" OR WS-NOVA-SITUACAO = "n"
                   MOVE "N" TO CB-SITUACAO
               END-IF.
               REWRITE PLANO-CONTAS-REG.

               MOVE "CONTA ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 1415.

           EXCLUSAO.
               PERFORM LOCALIZA-CONTA.
               IF WS-CB-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-CONTA.

               PERFORM VERIFICA-CONTA-EM-USO.
               IF WS-CONTA-EM-USO = "S"
                   DISPLAY MENSA-EM-USO AT 1015
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-CONFIRMA AT 1015.
               ACCEPT WS-CONFIRMA AT 1045.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE PLANO-CONTAS RECORD
                   MOVE "CONTA EXCLUIDA" TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDA AT 1215
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1215
               END-IF.

           VERIFICA-CONTA-EM-USO.
               MOVE "N" TO WS-CONTA-EM-USO.

               OPEN INPUT REGRA-CONTABIL.
               IF WS-RT-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ REGRA-CONTABIL NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF RT-CONTA-DEBITO = CB-CONTA
                                  OR RT-CONTA-CREDITO = CB-CONTA
                                   MOVE "S" TO WS-CONTA-EM-USO
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE REGRA-CONTABIL.

               IF WS-CONTA-EM-USO = "S"
                   EXIT PARAGRAPH
               END-IF.

               OPEN INPUT INTERFACE-CONTABIL.
               IF WS-GI-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ INTERFACE-CONTABIL
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF GI-CONTA = CB-CONTA
                                   MOVE "S" TO WS-CONTA-EM-USO
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE INTERFACE-CONTABIL.

           LOCALIZA-CONTA.
               DISPLAY MENSA-CONTA AT 0515.
               ACCEPT WS-PESQUISA-CONTA AT 0541.

               MOVE WS-PESQUISA-CONTA TO CB-CONTA.
               READ PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
               END-READ.

           EXIBE-CONTA.
               MOVE CB-CONTA             TO LC-CONTA.
               MOVE CB-DESCRICAO         TO LC-DESCRICAO.
               MOVE CB-TIPO              TO LC-TIPO.
               MOVE CB-SITUACAO          TO LC-SITUACAO.
               DISPLAY LINHA-CONTA AT 0815.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-PLANO-DE-CONTAS" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE CB-CONTA          TO AJ-CHAVE.
               MOVE ZEROS             TO AJ-VALOR.
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
