       IDENTIFICATION DIVISION.

       PROGRAM-ID. REABERTURA-DE-PERIODO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERIODO-MENSAL ASSIGN TO "PERMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PM-STATUS.
               SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OP-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  PERIODO-MENSAL.
               COPY "PERMES.CPY".

           FD  OPERADORES.
               COPY "OPERREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-PM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OP-FIM         PIC X(01) VALUE "N".
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
           01 WS-MES-INFORMADO  PIC X(06) VALUE SPACES.
           01 WS-MES-REABERTURA PIC 9(06) VALUE ZEROS.
           01 WS-MES-PARTES REDEFINES WS-MES-REABERTURA.
               02 MF-ANO          PIC 9(04).
               02 MF-MES          PIC 9(02).
           01 WS-MOTIVO         PIC X(30) VALUE SPACES.

           01 WS-SUPERVISOR     PIC X(06) VALUE SPACES.
           01 WS-SENHA-SUPERVISOR PIC X(08) VALUE SPACES.
           01 WS-NIVEL-SUPERVISOR PIC 9(01) VALUE ZEROS.
           01 WS-NIVEL-MINIMO-REABERTURA PIC 9(01) VALUE 2.
           01 WS-SUPERVISOR-BUSCA PIC X(06) VALUE SPACES.
           01 WS-SENHA-BUSCA    PIC X(08) VALUE SPACES.
           01 WS-NIVEL-BUSCA    PIC 9(01) VALUE ZEROS.

           COPY "PERCTL.CPY".

           01 LINHA-PERIODO.
               02 LP-PERIODO     PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-SITUACAO    PIC X(07).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-DATA        PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-OPERADOR    PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-MOTIVO      PIC X(30).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (R-REABRE/L-LISTA): ".
               02 MENSA-MES PIC X(50) VALUE
                   "DIGITE O MES (AAAAMM): ".
               02 MENSA-MOTIVO PIC X(50) VALUE
                   "MOTIVO DA REABERTURA: ".
               02 MENSA-SUPERVISOR PIC X(50) VALUE
                   "ID DO SUPERVISOR: ".
               02 MENSA-SENHA-SUPERVISOR PIC X(50) VALUE
                   "SENHA DO SUPERVISOR: ".
               02 MENSA-MES-INVALIDO PIC X(50) VALUE
                   "MES INVALIDO".
               02 MENSA-NAO-FECHADO PIC X(50) VALUE
                   "MES NAO ESTA FECHADO".
               02 MENSA-SEM-MOTIVO PIC X(50) VALUE
                   "MOTIVO OBRIGATORIO - MES NAO REABERTO".
               02 MENSA-REABERTURA-NEGADA PIC X(50) VALUE
                   "SUPERVISOR NAO AUTORIZADO - MES NAO REABERTO".
               02 MENSA-ERRO-ARQUIVO PIC X(50) VALUE
                   "PERMES.DAT INDISPONIVEL - MES NAO REABERTO".
               02 MENSA-REABERTO PIC X(50) VALUE
                   "MES REABERTO".
               02 MENSA-SEM-PERIODOS PIC X(50) VALUE
                   "NENHUM FECHAMENTO REGISTRADO".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "REABERTURA DE PERIODO MENSAL".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE ANO TO WS-DATA-HOJE(1:4).
                MOVE MES TO WS-DATA-HOJE(5:2).
                MOVE DIA TO WS-DATA-HOJE(7:2).

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0342.

                IF WS-MODO = "R" OR WS-MODO = "r"
                    PERFORM REABRE-PERIODO
                ELSE
                    PERFORM LISTA
                END-IF.

                STOP RUN.

           REABRE-PERIODO.
               DISPLAY MENSA-MES AT 0515.
               ACCEPT WS-MES-INFORMADO AT 0540.
               IF WS-MES-INFORMADO NOT NUMERIC
                   DISPLAY MENSA-MES-INVALIDO AT 1315
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-MES-INFORMADO TO WS-MES-REABERTURA.
               IF MF-MES < 01 OR MF-MES > 12
                   DISPLAY MENSA-MES-INVALIDO AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE "V" TO CM-FUNCAO.
               MOVE ZEROS TO CM-DATA.
               MOVE WS-MES-REABERTURA TO CM-DATA(1:6).
               MOVE "01" TO CM-DATA(7:2).
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF NOT CM-MES-FECHADO
                   DISPLAY MENSA-NAO-FECHADO AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE SPACES TO WS-MOTIVO.
               DISPLAY MENSA-MOTIVO AT 0715.
               ACCEPT WS-MOTIVO AT 0738.
               IF WS-MOTIVO = SPACES
                   DISPLAY MENSA-SEM-MOTIVO AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE SPACES TO WS-SUPERVISOR.
               MOVE SPACES TO WS-SENHA-SUPERVISOR.
               DISPLAY MENSA-SUPERVISOR AT 0915.
               ACCEPT WS-SUPERVISOR AT 0935.
               DISPLAY MENSA-SENHA-SUPERVISOR AT 1015.
               ACCEPT WS-SENHA-SUPERVISOR AT 1037.
               IF WS-SUPERVISOR = SPACES
                       OR WS-SENHA-SUPERVISOR = SPACES
                   DISPLAY MENSA-REABERTURA-NEGADA AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-SUPERVISOR TO WS-SUPERVISOR-BUSCA.
               MOVE WS-SENHA-SUPERVISOR TO WS-SENHA-BUSCA.
               PERFORM CARREGA-NIVEL-OPERADOR.
               MOVE WS-NIVEL-BUSCA TO WS-NIVEL-SUPERVISOR.
               IF WS-NIVEL-SUPERVISOR < WS-NIVEL-MINIMO-REABERTURA
                   DISPLAY MENSA-REABERTURA-NEGADA AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE "R"               TO CM-FUNCAO.
               MOVE WS-MES-REABERTURA TO CM-PERIODO.
               MOVE WS-DATA-HOJE      TO CM-DATA.
               MOVE WS-SUPERVISOR     TO CM-OPERADOR.
               MOVE WS-MOTIVO         TO CM-MOTIVO.
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-SEM-MUDANCA
                   DISPLAY MENSA-NAO-FECHADO AT 1315
                   EXIT PARAGRAPH
               END-IF.
               IF NOT CM-OK
                   DISPLAY MENSA-ERRO-ARQUIVO AT 1315
                   EXIT PARAGRAPH
               END-IF.

               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-REABERTO AT 1315.

           CARREGA-NIVEL-OPERADOR.
               MOVE ZEROS TO WS-NIVEL-BUSCA.
               OPEN INPUT OPERADORES.
               IF WS-OP-STATUS NOT = "00"
                   CLOSE OPERADORES
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-OP-FIM.
               PERFORM UNTIL WS-OP-FIM = "S"
                   READ OPERADORES
                       AT END
                           MOVE "S" TO WS-OP-FIM
                       NOT AT END
                           IF OP-ID = WS-SUPERVISOR-BUSCA
                                   AND OP-E-ATIVO
                                   AND NOT OP-E-BLOQUEADO
                               MOVE "S" TO WS-OP-FIM
                               IF WS-SENHA-BUSCA = OP-SENHA
                                   MOVE OP-NIVEL TO WS-NIVEL-BUSCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES.

           LISTA.
               OPEN INPUT PERIODO-MENSAL.
               IF WS-PM-STATUS NOT = "00"
                   DISPLAY MENSA-SEM-PERIODOS AT 0515
                   CLOSE PERIODO-MENSAL
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "MES     SITUACAO DATA      OPERAD  MOTIVO"
                   AT 0515.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PERIODO-MENSAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE PM-PERIODO  TO LP-PERIODO
                           IF PM-FECHADO
                               MOVE "FECHADO" TO LP-SITUACAO
                           ELSE
                               MOVE "ABERTO"  TO LP-SITUACAO
                           END-IF
                           MOVE PM-DATA     TO LP-DATA
                           MOVE PM-OPERADOR TO LP-OPERADOR
                           MOVE PM-MOTIVO   TO LP-MOTIVO
                           DISPLAY LINHA-PERIODO
                   END-READ
               END-PERFORM.
               CLOSE PERIODO-MENSAL.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "REABERTURA-DE-PERIODO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               PERFORM CARREGA-OPERADOR.
               STRING "MES " WS-MES-REABERTURA
                   " SOLICITANTE " WS-OPERADOR
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE ZEROS             TO AJ-VALOR.
               MOVE "PERIODO MENSAL REABERTO" TO AJ-DESCRICAO.
               MOVE WS-SUPERVISOR     TO AJ-OPERADOR.
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
