                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GR-CHAVE
                     FILE STATUS IS WS-GR-STATUS.
                 SELECT APROVEITAMENTO ASSIGN TO "APROVEIT.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS WS-AP-STATUS.
                 SELECT CURRICULO ASSIGN TO "CURRIC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CU-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  APROVEITAMENTO.
               COPY "APROVEIT.CPY".

           FD  CURRICULO.
               COPY "CURRIC.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AP-DISPONIVEL PIC X(01) VALUE "N".
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           MANTEM-CURRICULO.
               IF WS-CR-QTD = ZEROS
                   DISPLAY "NENHUM CURRICULO CADASTRADO -"
                       " PROCESSO ABANDONADO"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               IF WS-AL-STATUS NOT = "00"
                   DISPLAY "NENHUM ALUNO CADASTRADO"
                   CLOSE ALUNOS-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

                   DISPLAY "NENHUM HISTORICO DE NOTAS ENCONTRADO"
                   CLOSE ALUNOS-MASTER
                   CLOSE GRADES-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN INPUT APROVEITAMENTO.
               IF WS-AP-STATUS = "00" OR WS-AP-STATUS = "05"
                   MOVE "S" TO WS-AP-DISPONIVEL
               END-IF.

               MOVE "N" TO WS-FIM-ARQUIVO.

               CLOSE ALUNOS-MASTER.
               CLOSE GRADES-MASTER.
               CLOSE APROVEITAMENTO.

               DISPLAY SPACE.
               MOVE WS-TOTAL-ATIVOS    TO LT-ATIVOS.
               MOVE SPACES TO GR-PERIODO.
               START GRADES-MASTER KEY IS >= GR-CHAVE
                   INVALID KEY
                       PERFORM VERIFICA-APROVEITAMENTO
                       EXIT PARAGRAPH
               END-START.
               MOVE "N" TO WS-GX-FIM.
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-TURMA-APROVADA = "N"
                   PERFORM VERIFICA-APROVEITAMENTO
               END-IF.

           VERIFICA-APROVEITAMENTO.
               IF WS-AP-DISPONIVEL = "N"
                   EXIT PARAGRAPH
               END-IF.
               MOVE AL-MATRICULA TO AP-MATRICULA.
               MOVE CR-CODTURMA (WS-CR-IDX) TO AP-CODTURMA.
               READ APROVEITAMENTO
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF AP-APROVADO
                   MOVE "S" TO WS-TURMA-APROVADA
               END-IF.

           FORMA-ALUNO.
               MOVE "F" TO AL-STATUS.
               MOVE "ALUNO FORMADO"   TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
