               SELECT VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VG-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  VAGAS.
               COPY "VAGAREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-VG-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-PESQUISA-NUMERO PIC 9(06) VALUE ZEROS.
           01 WS-NOVO-SALARIO   PIC 9(06)V99 VALUE ZEROS.
           01 WS-NOVO-MOTIVO    PIC X(20) VALUE SPACES.
           01 WS-NOVA-EXPERIENCIA PIC 9(02) VALUE ZEROS.
           01 WS-NOVA-ESCOLARIDADE PIC 9(01) VALUE ZEROS.
           01 WS-NOVO-STATUS    PIC X(01) VALUE SPACES.
           01 WS-VAGA-ACHADA    PIC X(01) VALUE "N".
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 WS-TABELA-VAGAS.
               02 WS-VAGA-GUARDADA OCCURS 500 TIMES PIC X(81).
           01 WS-VAGA-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-POS       PIC 9(03) VALUE ZEROS.
               02 LV-STATUS      PIC X(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LV-MOTIVO      PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LV-EXPERIENCIA PIC Z9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LV-ESCOLARIDADE PIC 9(01).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "VAGA NAO ENCONTRADA".
               02 MENSA-SALARIO PIC X(50) VALUE
                   "DIGITE O NOVO SALARIO (0 MANTEM): ".
               02 MENSA-EXPERIENCIA PIC X(50) VALUE
                   "EXPERIENCIA MINIMA EM ANOS (99 MANTEM): ".
               02 MENSA-ESCOLARIDADE PIC X(50) VALUE
                   "ESCOLARIDADE MINIMA 0-7 (9 MANTEM): ".
               02 MENSA-ESCOLARIDADE-INVALIDA PIC X(50) VALUE
                   "ESCOLARIDADE INVALIDA - REDIGITE".
               02 MENSA-MOTIVO PIC X(50) VALUE
                   "DIGITE O MOTIVO: ".
               02 MENSA-ATUALIZADA PIC X(50) VALUE

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0370.

                        PERFORM LISTA
                END-EVALUATE.

                STOP RUN.

           LISTA.
               END-IF.

               DISPLAY "NUMERO  EMPRESA                         COD"
                   "  SALARIO    ST MOTIVO               EXP ESC".
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ VAGAS
               MOVE VG-SALARIO TO LV-SALARIO.
               MOVE VG-STATUS  TO LV-STATUS.
               MOVE VG-MOTIVO  TO LV-MOTIVO.
               IF VG-EXPERIENCIA-MINIMA NUMERIC
                   MOVE VG-EXPERIENCIA-MINIMA TO LV-EXPERIENCIA
               ELSE
                   MOVE ZEROS TO LV-EXPERIENCIA
               END-IF.
               IF VG-ESCOLARIDADE-MINIMA NUMERIC
                   MOVE VG-ESCOLARIDADE-MINIMA TO LV-ESCOLARIDADE
               ELSE
                   MOVE ZEROS TO LV-ESCOLARIDADE
               END-IF.
               DISPLAY LINHA-VAGA.

           ALTERA-VAGA.
               DISPLAY MENSA-SALARIO AT 0915.
               ACCEPT WS-NOVO-SALARIO AT 0951.

               DISPLAY MENSA-EXPERIENCIA AT 1015.
               ACCEPT WS-NOVA-EXPERIENCIA AT 1057.

               MOVE 8 TO WS-NOVA-ESCOLARIDADE.
               PERFORM UNTIL WS-NOVA-ESCOLARIDADE < 8
                       OR WS-NOVA-ESCOLARIDADE = 9
                   DISPLAY MENSA-ESCOLARIDADE AT 1115
                   ACCEPT WS-NOVA-ESCOLARIDADE AT 1153
                   IF WS-NOVA-ESCOLARIDADE = 8
                       DISPLAY MENSA-ESCOLARIDADE-INVALIDA AT 1215
                   END-IF
               END-PERFORM.

               MOVE WS-VAGA-GUARDADA (WS-VAGA-POS) TO VAGAS-REG.
               IF WS-NOVO-SALARIO > ZEROS
                   MOVE WS-NOVO-SALARIO TO VG-SALARIO
               END-IF.
               IF VG-EXPERIENCIA-MINIMA NOT NUMERIC
                   MOVE ZEROS TO VG-EXPERIENCIA-MINIMA
               END-IF.
               IF VG-ESCOLARIDADE-MINIMA NOT NUMERIC
                   MOVE ZEROS TO VG-ESCOLARIDADE-MINIMA
               END-IF.
               IF WS-NOVA-EXPERIENCIA NOT = 99
                   MOVE WS-NOVA-EXPERIENCIA TO VG-EXPERIENCIA-MINIMA
               END-IF.
               IF WS-NOVA-ESCOLARIDADE NOT = 9
                   MOVE WS-NOVA-ESCOLARIDADE TO VG-ESCOLARIDADE-MINIMA
               END-IF.
               MOVE VAGAS-REG TO WS-VAGA-GUARDADA (WS-VAGA-POS).

               PERFORM REGRAVA-VAGAS.
               MOVE "VAGA ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ATUALIZADA AT 1315.

           MUDA-STATUS-VAGA.
               PERFORM LOCALIZA-VAGA.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
