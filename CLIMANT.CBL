                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   FILE STATUS IS WS-CL-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  CLIENTE-MASTER.
               COPY "CLIREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CL-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-NOVO-NOME      PIC X(30) VALUE SPACES.
           01 WS-NOVO-ENDERECO  PIC X(40) VALUE SPACES.
           01 WS-NOVO-TELEFONE  PIC X(15) VALUE SPACES.
           01 WS-NOVO-PRAZO     PIC 9(03) VALUE ZEROS.
           01 WS-NOVO-LIMITE    PIC 9(09)V99 VALUE ZEROS.
           01 WS-NOVO-BLOQUEIO  PIC X(01) VALUE SPACES.
           01 WS-NOVO-GRUPO     PIC X(06) VALUE SPACES.
           01 WS-ALTERA-LIMITE  PIC X(01) VALUE "N".
           01 WS-VALOR-AUDITORIA PIC S9(11)V99 VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-CLIENTE.
               02 LC-NOME        PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-ATIVO       PIC X(01).
           01 LC-LIMITE          PIC ZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "DIGITE O ENDERECO: ".
               02 MENSA-TELEFONE PIC X(50) VALUE
                   "DIGITE O TELEFONE: ".
               02 MENSA-PRAZO PIC X(50) VALUE
                   "PRAZO DE PAGAMENTO EM DIAS: ".
               02 MENSA-PRAZO-ALT PIC X(50) VALUE
                   "PRAZO DE PAGAMENTO EM DIAS (999 MANTEM): ".
               02 MENSA-LIMITE PIC X(50) VALUE
                   "LIMITE DE CREDITO (ZERO = SEM LIMITE): ".
               02 MENSA-ALTERA-LIMITE PIC X(50) VALUE
                   "ALTERA O LIMITE DE CREDITO? (S/N): ".
               02 MENSA-BLOQUEIO PIC X(50) VALUE
                   "BLOQUEIO DE CREDITO (S/N): ".
               02 MENSA-BLOQUEIO-ALT PIC X(50) VALUE
                   "BLOQUEIO DE CREDITO (S/N, BRANCO MANTEM): ".
               02 MENSA-GRUPO PIC X(50) VALUE
                   "GRUPO DE PRECO (BRANCO = NENHUM): ".
               02 MENSA-GRUPO-ALT PIC X(50) VALUE
                   "GRUPO DE PRECO (BRANCO MANTEM, * LIMPA): ".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-INCLUIDO PIC X(50) VALUE
                    OPEN I-O CLIENTE-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0352.

                END-EVALUATE.

                CLOSE CLIENTE-MASTER.
                STOP RUN.

           INCLUSAO.
               ACCEPT WS-NOVO-ENDERECO AT 0935.
               DISPLAY MENSA-TELEFONE AT 1115.
               ACCEPT WS-NOVO-TELEFONE AT 1135.
               MOVE ZEROS TO WS-NOVO-PRAZO.
               DISPLAY MENSA-PRAZO AT 1215.
               ACCEPT WS-NOVO-PRAZO AT 1244.
               MOVE ZEROS TO WS-NOVO-LIMITE.
               DISPLAY MENSA-LIMITE AT 1315.
               ACCEPT WS-NOVO-LIMITE AT 1355.
               MOVE "N" TO WS-NOVO-BLOQUEIO.
               DISPLAY MENSA-BLOQUEIO AT 1415.
               ACCEPT WS-NOVO-BLOQUEIO AT 1443.
               IF WS-NOVO-BLOQUEIO = "s"
                   MOVE "S" TO WS-NOVO-BLOQUEIO
               END-IF.
               IF WS-NOVO-BLOQUEIO NOT = "S"
                   MOVE "N" TO WS-NOVO-BLOQUEIO
               END-IF.
               MOVE SPACES TO WS-NOVO-GRUPO.
               DISPLAY MENSA-GRUPO AT 1515.
               ACCEPT WS-NOVO-GRUPO AT 1549.

               MOVE WS-PESQUISA-CODIGO TO CLI-CODIGO.
               MOVE WS-NOVO-NOME       TO CLI-NOME.
               MOVE WS-NOVO-ENDERECO   TO CLI-ENDERECO.
               MOVE WS-NOVO-TELEFONE   TO CLI-TELEFONE.
               MOVE "S"                TO CLI-ATIVO.
               MOVE WS-NOVO-PRAZO      TO CLI-PRAZO-PAGAMENTO.
               MOVE WS-NOVO-LIMITE     TO CLI-LIMITE-CREDITO.
               MOVE WS-NOVO-BLOQUEIO   TO CLI-BLOQUEIO-CREDITO.
               MOVE WS-NOVO-GRUPO      TO CLI-GRUPO-PRECO.
               WRITE CLIENTE-REG.

               MOVE "CLIENTE INCLUIDO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDO AT 1615.

           CONSULTA.
               PERFORM LOCALIZA-CLIENTE.
               ACCEPT WS-NOVO-ENDERECO AT 1335.
               DISPLAY MENSA-TELEFONE AT 1515.
               ACCEPT WS-NOVO-TELEFONE AT 1535.
               MOVE 999 TO WS-NOVO-PRAZO.
               DISPLAY MENSA-PRAZO-ALT AT 1615.
               ACCEPT WS-NOVO-PRAZO AT 1657.
               MOVE "N" TO WS-ALTERA-LIMITE.
               DISPLAY MENSA-ALTERA-LIMITE AT 1715.
               ACCEPT WS-ALTERA-LIMITE AT 1751.
               IF WS-ALTERA-LIMITE = "S" OR WS-ALTERA-LIMITE = "s"
                   MOVE ZEROS TO WS-NOVO-LIMITE
                   DISPLAY MENSA-LIMITE AT 1815
                   ACCEPT WS-NOVO-LIMITE AT 1855
               END-IF.
               MOVE SPACES TO WS-NOVO-BLOQUEIO.
               DISPLAY MENSA-BLOQUEIO-ALT AT 1915.
               ACCEPT WS-NOVO-BLOQUEIO AT 1958.
               MOVE SPACES TO WS-NOVO-GRUPO.
               DISPLAY MENSA-GRUPO-ALT AT 2015.
               ACCEPT WS-NOVO-GRUPO AT 2057.

               IF WS-NOVO-ENDERECO NOT = SPACES
                   MOVE WS-NOVO-ENDERECO TO CLI-ENDERECO
               IF WS-NOVO-TELEFONE NOT = SPACES
                   MOVE WS-NOVO-TELEFONE TO CLI-TELEFONE
               END-IF.
               IF WS-NOVO-PRAZO NOT = 999
                   MOVE WS-NOVO-PRAZO TO CLI-PRAZO-PAGAMENTO
               END-IF.
               IF WS-NOVO-GRUPO = "*"
                   MOVE SPACES TO CLI-GRUPO-PRECO
               ELSE
                   IF WS-NOVO-GRUPO NOT = SPACES
                       MOVE WS-NOVO-GRUPO TO CLI-GRUPO-PRECO
                   END-IF
               END-IF.
               IF WS-NOVO-BLOQUEIO = "s"
                   MOVE "S" TO WS-NOVO-BLOQUEIO
               END-IF.
               IF WS-NOVO-BLOQUEIO = "n"
                   MOVE "N" TO WS-NOVO-BLOQUEIO
               END-IF.
               IF WS-NOVO-BLOQUEIO = "S" OR WS-NOVO-BLOQUEIO = "N"
                   IF WS-NOVO-BLOQUEIO NOT = CLI-BLOQUEIO-CREDITO
                       MOVE WS-NOVO-BLOQUEIO TO CLI-BLOQUEIO-CREDITO
                       IF CLI-CREDITO-BLOQUEADO
                           MOVE "CREDITO BLOQUEADO"
                               TO WS-DESCRICAO-AUDITORIA
                       ELSE
                           MOVE "CREDITO DESBLOQUEADO"
                               TO WS-DESCRICAO-AUDITORIA
                       END-IF
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               END-IF.
               IF WS-ALTERA-LIMITE = "S" OR WS-ALTERA-LIMITE = "s"
                   MOVE WS-NOVO-LIMITE TO CLI-LIMITE-CREDITO
                   MOVE WS-NOVO-LIMITE TO WS-VALOR-AUDITORIA
                   MOVE "LIMITE DE CREDITO ALTERADO"
                       TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
               END-IF.
               REWRITE CLIENTE-REG.

               MOVE "CLIENTE ALTERADO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADO AT 2115.

           EXCLUSAO.
               PERFORM LOCALIZA-CLIENTE.
               DISPLAY CLI-ENDERECO  AT 0930.
               DISPLAY "TELEFONE: "  AT 1015.
               DISPLAY CLI-TELEFONE  AT 1030.
               IF CLI-PRAZO-PAGAMENTO NOT NUMERIC
                   MOVE ZEROS TO CLI-PRAZO-PAGAMENTO
               END-IF.
               DISPLAY "PRAZO PAGTO: " AT 1115.
               DISPLAY CLI-PRAZO-PAGAMENTO AT 1130.
               IF CLI-LIMITE-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
               END-IF.
               IF NOT CLI-CREDITO-BLOQUEADO
                   MOVE "N" TO CLI-BLOQUEIO-CREDITO
               END-IF.
               MOVE CLI-LIMITE-CREDITO TO LC-LIMITE.
               DISPLAY "LIMITE: " AT 1140.
               DISPLAY LC-LIMITE AT 1148.
               DISPLAY "BLOQ: " AT 1163.
               DISPLAY CLI-BLOQUEIO-CREDITO AT 1169.
               IF CLI-GRUPO-PRECO = LOW-VALUES
                   MOVE SPACES TO CLI-GRUPO-PRECO
               END-IF.
               DISPLAY "GRUPO PRECO: " AT 1215.
               DISPLAY CLI-GRUPO-PRECO AT 1230.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE CLI-NOME          TO AJ-CHAVE.
               IF WS-VALOR-AUDITORIA NOT = ZEROS
                   MOVE WS-VALOR-AUDITORIA TO AJ-VALOR
                   MOVE ZEROS TO WS-VALOR-AUDITORIA
               ELSE
                   MOVE CLI-CODIGO     TO AJ-VALOR
               END-IF.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
