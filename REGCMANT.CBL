       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-REGRAS-CONTABEIS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REGRA-CONTABIL ASSIGN TO "REGRACTB.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-EVENTO
                   FILE STATUS IS WS-RT-STATUS.
               SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CB-CONTA
                   FILE STATUS IS WS-CB-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  REGRA-CONTABIL.
               COPY "REGRACTB.CPY".

           FD  PLANO-CONTAS.
               COPY "PLANOCTA.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-RT-STATUS      PIC X(02) VALUE SPACES.
           01 WS-CB-STATUS      PIC X(02) VALUE SPACES.
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

           01 WS-PESQUISA-EVENTO PIC X(12) VALUE SPACES.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVA-CONTA-DEBITO  PIC X(10) VALUE SPACES.
           01 WS-NOVA-CONTA-CREDITO PIC X(10) VALUE SPACES.
           01 WS-NOVO-HISTORICO PIC X(30) VALUE SPACES.
           01 WS-CONTA-VERIFICAR PIC X(10) VALUE SPACES.
           01 WS-CONTA-VALIDA   PIC X(01) VALUE "N".
           01 WS-EVENTO-VALIDO  PIC X(01) VALUE "N".
           01 WS-IDX-EVENTO     PIC 9(02) VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 WS-TABELA-EVENTOS-VALORES.
               02 FILLER PIC X(12) VALUE "VENDA".
               02 FILLER PIC X(12) VALUE "VENDA-IPI".
               02 FILLER PIC X(12) VALUE "VENDA-ICMS".
               02 FILLER PIC X(12) VALUE "HONORARIO".
               02 FILLER PIC X(12) VALUE "HONOR-CRED".
               02 FILLER PIC X(12) VALUE "HONOR-PAGTO".
               02 FILLER PIC X(12) VALUE "AJUSTE-ENT".
               02 FILLER PIC X(12) VALUE "AJUSTE-SAI".
               02 FILLER PIC X(12) VALUE "CAMBIO-GAN".
               02 FILLER PIC X(12) VALUE "CAMBIO-PER".
               02 FILLER PIC X(12) VALUE "RECEBIMENTO".
           01 WS-TABELA-EVENTOS REDEFINES WS-TABELA-EVENTOS-VALORES.
               02 WS-EVENTO-PERMITIDO PIC X(12) OCCURS 11 TIMES.

           01 LINHA-REGRA.
               02 LR-EVENTO      PIC X(12).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LR-DEBITO      PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LR-CREDITO     PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LR-HISTORICO   PIC X(30).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC): ".
               02 MENSA-EVENTO PIC X(50) VALUE
                   "DIGITE O CODIGO DO EVENTO: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "REGRA NAO ENCONTRADA".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "REGRA JA CADASTRADA PARA O EVENTO".
               02 MENSA-EVENTO-INVALIDO PIC X(50) VALUE
                   "EVENTO INVALIDO - EVENTOS PERMITIDOS:".
               02 MENSA-EVENTOS-1 PIC X(60) VALUE
                "VENDA VENDA-IPI VENDA-ICMS HONORARIO HONOR-CRED".
               02 MENSA-EVENTOS-2 PIC X(60) VALUE
                "HONOR-PAGTO AJUSTE-ENT AJUSTE-SAI CAMBIO-GAN".
               02 MENSA-EVENTOS-3 PIC X(60) VALUE
                "CAMBIO-PER RECEBIMENTO".
               02 MENSA-DEBITO PIC X(50) VALUE
                   "CONTA A DEBITO: ".
               02 MENSA-CREDITO PIC X(50) VALUE
                   "CONTA A CREDITO: ".
               02 MENSA-HISTORICO PIC X(50) VALUE
                   "HISTORICO PADRAO: ".
               02 MENSA-CONTA-INVALIDA PIC X(50) VALUE
                   "CONTA INEXISTENTE OU INATIVA NO PLANO".
               02 MENSA-CONTAS-IGUAIS PIC X(50) VALUE
                   "CONTAS A DEBITO E A CREDITO DEVEM DIFERIR".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                   "REGRA INCLUIDA".
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "REGRA ALTERADA".
               02 MENSA-EXCLUIDA PIC X(50) VALUE
                   "REGRA EXCLUIDA".
               02 MENSA-NAO-EXCLUIDA PIC X(50) VALUE
                   "EXCLUSAO CANCELADA".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "MANUTENCAO DE REGRAS CONTABEIS".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O REGRA-CONTABIL.
                IF WS-RT-STATUS = "35"
                    OPEN OUTPUT REGRA-CONTABIL
                    CLOSE REGRA-CONTABIL
                    OPEN I-O REGRA-CONTABIL
                END-IF.

                OPEN INPUT PLANO-CONTAS.

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

                CLOSE REGRA-CONTABIL.
                CLOSE PLANO-CONTAS.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-EVENTO AT 0515.
               ACCEPT WS-PESQUISA-EVENTO AT 0543.
               PERFORM VALIDA-EVENTO.
               IF WS-EVENTO-VALIDO NOT = "S"
                   DISPLAY MENSA-EVENTO-INVALIDO AT 0715
                   DISPLAY MENSA-EVENTOS-1 AT 0815
                   DISPLAY MENSA-EVENTOS-2 AT 0915
                   DISPLAY MENSA-EVENTOS-3 AT 1015
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-EVENTO TO RT-EVENTO.
               READ REGRA-CONTABIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0715
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY MENSA-DEBITO AT 0715.
               ACCEPT WS-NOVA-CONTA-DEBITO AT 0732.
               DISPLAY MENSA-CREDITO AT 0815.
               ACCEPT WS-NOVA-CONTA-CREDITO AT 0833.
               DISPLAY MENSA-HISTORICO AT 0915.
               ACCEPT WS-NOVO-HISTORICO AT 0934.

               PERFORM VALIDA-CONTAS.
               IF WS-CONTA-VALIDA NOT = "S"
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PESQUISA-EVENTO    TO RT-EVENTO.
               MOVE WS-NOVA-CONTA-DEBITO  TO RT-CONTA-DEBITO.
               MOVE WS-NOVA-CONTA-CREDITO TO RT-CONTA-CREDITO.
               MOVE WS-NOVO-HISTORICO     TO RT-HISTORICO.
               MOVE DATA-DO-SISTEMA       TO RT-DATA-ALTERACAO.
               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR           TO RT-OPERADOR.
               WRITE REGRA-CONTABIL-REG.

               MOVE "REGRA CONTABIL INCLUIDA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1315.

           CONSULTA.
               PERFORM LOCALIZA-REGRA.
               IF WS-RT-STATUS = "00"
                   PERFORM EXIBE-REGRA
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-REGRA.
               IF WS-RT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-REGRA.

               DISPLAY MENSA-DEBITO AT 1015.
               ACCEPT WS-NOVA-CONTA-DEBITO AT 1032.
               DISPLAY MENSA-CREDITO AT 1115.
               ACCEPT WS-NOVA-CONTA-CREDITO AT 1133.
               DISPLAY MENSA-HISTORICO AT 1215.
               ACCEPT WS-NOVO-HISTORICO AT 1234.

               IF WS-NOVA-CONTA-DEBITO = SPACES
                   MOVE RT-CONTA-DEBITO TO WS-NOVA-CONTA-DEBITO
               END-IF.
               IF WS-NOVA-CONTA-CREDITO = SPACES
                   MOVE RT-CONTA-CREDITO TO WS-NOVA-CONTA-CREDITO
               END-IF.

               PERFORM VALIDA-CONTAS.
               IF WS-CONTA-VALIDA NOT = "S"
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-NOVA-CONTA-DEBITO  TO RT-CONTA-DEBITO.
               MOVE WS-NOVA-CONTA-CREDITO TO RT-CONTA-CREDITO.
               IF WS-NOVO-HISTORICO NOT = SPACES
                   MOVE WS-NOVO-HISTORICO TO RT-HISTORICO
               END-IF.
               MOVE DATA-DO-SISTEMA       TO RT-DATA-ALTERACAO.
               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR           TO RT-OPERADOR.
               REWRITE REGRA-CONTABIL-REG.

               MOVE "REGRA CONTABIL ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 1515.

           EXCLUSAO.
               PERFORM LOCALIZA-REGRA.
               IF WS-RT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-REGRA.

               DISPLAY MENSA-CONFIRMA AT 1015.
               ACCEPT WS-CONFIRMA AT 1045.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE REGRA-CONTABIL RECORD
                   MOVE "REGRA CONTABIL EXCLUIDA"
                       TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDA AT 1215
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1215
               END-IF.

           VALIDA-EVENTO.
               MOVE "N" TO WS-EVENTO-VALIDO.
               PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                       UNTIL WS-IDX-EVENTO > 11
                   IF WS-EVENTO-PERMITIDO(WS-IDX-EVENTO)
                      = WS-PESQUISA-EVENTO
                       MOVE "S" TO WS-EVENTO-VALIDO
                   END-IF
               END-PERFORM.

           VALIDA-CONTAS.
               MOVE "N" TO WS-CONTA-VALIDA.
               IF WS-NOVA-CONTA-DEBITO = WS-NOVA-CONTA-CREDITO
                   DISPLAY MENSA-CONTAS-IGUAIS AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-NOVA-CONTA-DEBITO TO WS-CONTA-VERIFICAR.
               PERFORM VERIFICA-CONTA.
               IF WS-CONTA-VALIDA NOT = "S"
                   DISPLAY MENSA-CONTA-INVALIDA AT 1315
                   DISPLAY WS-NOVA-CONTA-DEBITO AT 1357
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-NOVA-CONTA-CREDITO TO WS-CONTA-VERIFICAR.
               PERFORM VERIFICA-CONTA.
               IF WS-CONTA-VALIDA NOT = "S"
                   DISPLAY MENSA-CONTA-INVALIDA AT 1315
                   DISPLAY WS-NOVA-CONTA-CREDITO AT 1357
               END-IF.

           VERIFICA-CONTA.
               MOVE "N" TO WS-CONTA-VALIDA.
               IF WS-CONTA-VERIFICAR = SPACES
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-CONTA-VERIFICAR TO CB-CONTA.
               READ PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CB-ATIVA
                           MOVE "S" TO WS-CONTA-VALIDA
                       END-IF
               END-READ.

           LOCALIZA-REGRA.
               DISPLAY MENSA-EVENTO AT 0515.
               ACCEPT WS-PESQUISA-EVENTO AT 0543.

               MOVE WS-PESQUISA-EVENTO TO RT-EVENTO.
               READ REGRA-CONTABIL
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
               END-READ.

           EXIBE-REGRA.
               MOVE RT-EVENTO            TO LR-EVENTO.
               MOVE RT-CONTA-DEBITO      TO LR-DEBITO.
               MOVE RT-CONTA-CREDITO     TO LR-CREDITO.
               MOVE RT-HISTORICO         TO LR-HISTORICO.
               DISPLAY LINHA-REGRA AT 0815.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-REGRAS-CONTABEIS" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING RT-EVENTO DELIMITED BY SPACE
                      " D:" DELIMITED BY SIZE
                      RT-CONTA-DEBITO DELIMITED BY SPACE
                      " C:" DELIMITED BY SIZE
                      RT-CONTA-CREDITO DELIMITED BY SPACE
                      INTO AJ-CHAVE
               END-STRING.
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
