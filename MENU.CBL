               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.

       DATA DIVISION.

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-OP-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR-VALIDO PIC X(01) VALUE "N".
           01 WS-OPERADOR-NIVEL  PIC 9(01) VALUE ZEROS.
           01 WS-SENHA-DIGITADA  PIC X(08) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-LIMITE-FALHAS   PIC 9(01) VALUE 3.
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               CLOSE OPERADORES.

           GRAVA-FALHA-SIGNON.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MENU-PRINCIPAL" TO AJ-PROGRAMA.
               MOVE ANO           TO AJ-ANO.
               MOVE ZEROS          TO AJ-VALOR.
               MOVE WS-MOTIVO-FALHA TO AJ-DESCRICAO.
               MOVE "SIGNON" TO AJ-OPERADOR.
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           PROCESSA-MENU.
               DISPLAY SPACES AT 0101 WITH ERASE EOS.
