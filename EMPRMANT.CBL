                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EP-CODIGO
                   FILE STATUS IS WS-EP-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  EMPRESA-MASTER.
               COPY "EMPRREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-EP-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-NOVO-TELEFONE  PIC X(15) VALUE SPACES.
           01 WS-NOVO-ENDERECO  PIC X(40) VALUE SPACES.
           01 WS-NOVO-PCT       PIC 9(02)V99 VALUE ZEROS.
           01 WS-NOVA-GARANTIA  PIC 9(03) VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-EMPRESA.
                   "DIGITE O ENDERECO: ".
               02 MENSA-PCT PIC X(50) VALUE
                   "DIGITE O PCT DE HONORARIO (EX: 10,00): ".
               02 MENSA-GARANTIA PIC X(50) VALUE
                   "DIAS DE GARANTIA DA COLOCACAO: ".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDA PIC X(50) VALUE
                    OPEN I-O EMPRESA-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0352.

                END-EVALUATE.

                CLOSE EMPRESA-MASTER.
                STOP RUN.

           INCLUSAO.
               ACCEPT WS-NOVO-ENDERECO AT 1335.
               DISPLAY MENSA-PCT AT 1515.
               ACCEPT WS-NOVO-PCT AT 1556.
               DISPLAY MENSA-GARANTIA AT 1715.
               ACCEPT WS-NOVA-GARANTIA AT 1746.

               MOVE WS-PESQUISA-CODIGO TO EP-CODIGO.
               MOVE WS-NOVO-NOME       TO EP-NOME.
               MOVE WS-NOVO-ENDERECO   TO EP-ENDERECO.
               MOVE WS-NOVO-PCT        TO EP-PCT-HONORARIO.
               MOVE "S"                TO EP-ATIVO.
               MOVE WS-NOVA-GARANTIA   TO EP-DIAS-GARANTIA.
               WRITE EMPRESA-REG.

               MOVE "EMPRESA INCLUIDA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDA AT 1915.

           CONSULTA.
               PERFORM LOCALIZA-EMPRESA.
               ACCEPT WS-NOVO-ENDERECO AT 1735.
               DISPLAY MENSA-PCT AT 1915.
               ACCEPT WS-NOVO-PCT AT 1956.
               DISPLAY MENSA-GARANTIA AT 2115.
               ACCEPT WS-NOVA-GARANTIA AT 2146.

               IF WS-NOVO-CONTATO NOT = SPACES
                   MOVE WS-NOVO-CONTATO TO EP-CONTATO
               IF WS-NOVO-PCT > ZEROS
                   MOVE WS-NOVO-PCT TO EP-PCT-HONORARIO
               END-IF.
               IF WS-NOVA-GARANTIA > ZEROS
                   MOVE WS-NOVA-GARANTIA TO EP-DIAS-GARANTIA
               END-IF.
               REWRITE EMPRESA-REG.

               MOVE "EMPRESA ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 2315.

           EXCLUSAO.
               PERFORM LOCALIZA-EMPRESA.
               DISPLAY EP-TELEFONE   AT 1030.
               DISPLAY "ENDERECO: "  AT 1115.
               DISPLAY EP-ENDERECO   AT 1130.
               IF EP-DIAS-GARANTIA NOT NUMERIC
                   MOVE ZEROS TO EP-DIAS-GARANTIA
               END-IF.
               DISPLAY "GARANTIA: "  AT 1215.
               DISPLAY EP-DIAS-GARANTIA AT 1230.
               DISPLAY " DIAS"       AT 1233.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
