           01 WS-TABELA-ESCOLARIDADES-DADOS.
               05 FILLER PIC X(26) VALUE "1FUNDAMENTAL              ".
               05 FILLER PIC X(26) VALUE "2MEDIO                    ".
               05 FILLER PIC X(26) VALUE "3TECNICO                  ".
               05 FILLER PIC X(26) VALUE "4SUPERIOR                 ".
               05 FILLER PIC X(26) VALUE "5POS-GRADUACAO            ".
               05 FILLER PIC X(26) VALUE "6MESTRADO                 ".
               05 FILLER PIC X(26) VALUE "7DOUTORADO                ".
           01 WS-TABELA-ESCOLARIDADES
                   REDEFINES WS-TABELA-ESCOLARIDADES-DADOS.
               05 WS-ESCOLARIDADE-ENTRY OCCURS 7 TIMES
                       INDEXED BY WS-ESC-IDX.
                   10 WS-ESC-CODIGO      PIC 9(01).
                   10 WS-ESC-DESCRICAO   PIC X(25).
