       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-APROVEITAMENTO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APROVEITAMENTO ASSIGN TO "APROVEIT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WS-AP-STATUS.
               SELECT ALUNOS-MASTER ASSIGN TO "ALUNMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AL-MATRICULA
                   FILE STATUS IS WS-AL-STATUS.
               SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TU-CODTURMA
                   FILE STATUS IS WS-TU-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  APROVEITAMENTO.
               COPY "APROVEIT.CPY".

           FD  ALUNOS-MASTER.
               COPY "ALUNMST.CPY".

           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-AP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-AL-STATUS      PIC X(02) VALUE SPACES.
           01 WS-TU-STATUS      PIC X(02) VALUE SPACES.
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

           01 WS-AM-DISPONIVEL  PIC X(01) VALUE "N".
           01 WS-TM-DISPONIVEL  PIC X(01) VALUE "N".
           01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           01 WS-PESQUISA-MATRICULA PIC X(10) VALUE SPACES.
           01 WS-PESQUISA-TURMA PIC X(08) VALUE SPACES.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVA-INSTITUICAO PIC X(40) VALUE SPACES.
           01 WS-NOVA-DISCIPLINA PIC X(30) VALUE SPACES.
           01 WS-NOVO-PERIODO   PIC X(06) VALUE SPACES.
           01 WS-NOVA-NOTA      PIC 9(02)V99 VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 LINHA-APROVEITAMENTO.
               02 LA-MATRICULA   PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-CODTURMA    PIC X(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-INSTITUICAO PIC X(40).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-NOTA        PIC Z9,99.
           01 LINHA-APROVEITAMENTO2.
               02 LA-DISCIPLINA  PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-PERIODO     PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-SITUACAO    PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-INCLUIDO    PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-APROVADO    PIC X(06).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (I-INCL/C-CONS/A-ALT/E-EXC/P-APROVAR): ".
               02 MENSA-MATRICULA PIC X(50) VALUE
                   "DIGITE A MATRICULA DO ALUNO: ".
               02 MENSA-TURMA PIC X(50) VALUE
                   "DIGITE A TURMA EQUIVALENTE: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "APROVEITAMENTO NAO ENCONTRADO".
               02 MENSA-JA-EXISTE PIC X(50) VALUE
                   "APROVEITAMENTO JA CADASTRADO".
               02 MENSA-ALUNO-INEXISTENTE PIC X(50) VALUE
                   "MATRICULA NAO CADASTRADA NO MASTER DE ALUNOS".
               02 MENSA-TURMA-INEXISTENTE PIC X(50) VALUE
                   "TURMA NAO CADASTRADA".
               02 MENSA-INSTITUICAO PIC X(50) VALUE
                   "INSTITUICAO DE ORIGEM: ".
               02 MENSA-DISCIPLINA PIC X(50) VALUE
                   "DISCIPLINA CURSADA NA ORIGEM: ".
               02 MENSA-PERIODO PIC X(50) VALUE
                   "PERIODO CURSADO (AAAA-S): ".
               02 MENSA-NOTA PIC X(50) VALUE
                   "NOTA OBTIDA NA ORIGEM: ".
               02 MENSA-NOTA-INVALIDA PIC X(50) VALUE
                   "NOTA FORA DA FAIXA 0-10".
               02 MENSA-INSTITUICAO-INVALIDA PIC X(50) VALUE
                   "INSTITUICAO NAO INFORMADA".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A EXCLUSAO? (S/N): ".
               02 MENSA-CONFIRMA-APROVACAO PIC X(50) VALUE
                   "CONFIRMA A APROVACAO? (S/N): ".
               02 MENSA-INCLUIDO PIC X(50) VALUE
                   "APROVEITAMENTO INCLUIDO - AGUARDANDO APROVACAO".
               02 MENSA-ALTERADO PIC X(50) VALUE
                   "APROVEITAMENTO ALTERADO - AGUARDANDO APROVACAO".
               02 MENSA-EXCLUIDO PIC X(50) VALUE
                   "APROVEITAMENTO EXCLUIDO".
               02 MENSA-NAO-EXCLUIDO PIC X(50) VALUE
                   "OPERACAO CANCELADA".
               02 MENSA-APROVADO PIC X(50) VALUE
                   "APROVEITAMENTO APROVADO".
               02 MENSA-JA-APROVADO PIC X(50) VALUE
                   "APROVEITAMENTO JA APROVADO".
               02 MENSA-MESMO-OPERADOR PIC X(50) VALUE
                   "APROVACAO DEVE SER FEITA POR OUTRO OPERADOR".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "APROVEITAMENTO DE ESTUDOS".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE ANO TO WS-DATA-HOJE(1:4).
                MOVE MES TO WS-DATA-HOJE(5:2).
                MOVE DIA TO WS-DATA-HOJE(7:2).

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O APROVEITAMENTO.
                IF WS-AP-STATUS = "35"
                    OPEN OUTPUT APROVEITAMENTO
                    CLOSE APROVEITAMENTO
                    OPEN I-O APROVEITAMENTO
                END-IF.

                OPEN INPUT ALUNOS-MASTER.
                IF WS-AL-STATUS = "00" OR WS-AL-STATUS = "05"
                    MOVE "S" TO WS-AM-DISPONIVEL
                END-IF.
                OPEN INPUT TURMA-MASTER.
                IF WS-TU-STATUS = "00" OR WS-TU-STATUS = "05"
                    MOVE "S" TO WS-TM-DISPONIVEL
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0361.

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
                    WHEN "P"
                    WHEN "p"
                        PERFORM APROVACAO
                    WHEN OTHER
                        PERFORM CONSULTA
                END-EVALUATE.

                CLOSE APROVEITAMENTO.
                CLOSE ALUNOS-MASTER.
                CLOSE TURMA-MASTER.
                STOP RUN.

           INCLUSAO.
               PERFORM INFORMA-CHAVE.
               IF WS-AM-DISPONIVEL = "S"
                   MOVE WS-PESQUISA-MATRICULA TO AL-MATRICULA
                   READ ALUNOS-MASTER
                       INVALID KEY
                           DISPLAY MENSA-ALUNO-INEXISTENTE AT 0915
                           EXIT PARAGRAPH
                   END-READ
               END-IF.
               IF WS-TM-DISPONIVEL = "S"
                   MOVE WS-PESQUISA-TURMA TO TU-CODTURMA
                   READ TURMA-MASTER
                       INVALID KEY
                           DISPLAY MENSA-TURMA-INEXISTENTE AT 0915
                           EXIT PARAGRAPH
                   END-READ
               END-IF.

               MOVE WS-PESQUISA-MATRICULA TO AP-MATRICULA.
               MOVE WS-PESQUISA-TURMA     TO AP-CODTURMA.
               READ APROVEITAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MENSA-JA-EXISTE AT 0915
                       EXIT PARAGRAPH
               END-READ.

               PERFORM INFORMA-DADOS.
               IF WS-NOVA-INSTITUICAO = SPACES
                   DISPLAY MENSA-INSTITUICAO-INVALIDA AT 1715
                   EXIT PARAGRAPH
               END-IF.
               IF WS-NOVA-NOTA > 10,00
                   DISPLAY MENSA-NOTA-INVALIDA AT 1715
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-OPERADOR.
               MOVE WS-PESQUISA-MATRICULA TO AP-MATRICULA.
               MOVE WS-PESQUISA-TURMA     TO AP-CODTURMA.
               MOVE WS-NOVA-INSTITUICAO   TO AP-INSTITUICAO.
               MOVE WS-NOVA-DISCIPLINA    TO AP-DISCIPLINA-ORIGEM.
               MOVE WS-NOVO-PERIODO       TO AP-PERIODO-ORIGEM.
               MOVE WS-NOVA-NOTA          TO AP-NOTA.
               MOVE "P"                   TO AP-SITUACAO.
               MOVE WS-OPERADOR           TO AP-OPERADOR-INCLUSAO.
               MOVE WS-DATA-HOJE          TO AP-DATA-INCLUSAO.
               MOVE SPACES                TO AP-OPERADOR-APROVACAO.
               MOVE ZEROS                 TO AP-DATA-APROVACAO.
               WRITE APROVEITAMENTO-REG.

               MOVE "APROVEITAMENTO INCLUIDO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-INCLUIDO AT 1715.

           CONSULTA.
               PERFORM LOCALIZA-APROVEITAMENTO.
               IF WS-AP-STATUS = "00"
                   PERFORM EXIBE-APROVEITAMENTO
               END-IF.

           ALTERACAO.
               PERFORM LOCALIZA-APROVEITAMENTO.
               IF WS-AP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-APROVEITAMENTO.

               PERFORM INFORMA-DADOS.
               IF WS-NOVA-NOTA > 10,00
                   DISPLAY MENSA-NOTA-INVALIDA AT 1715
                   EXIT PARAGRAPH
               END-IF.
               IF WS-NOVA-INSTITUICAO NOT = SPACES
                   MOVE WS-NOVA-INSTITUICAO TO AP-INSTITUICAO
               END-IF.
               IF WS-NOVA-DISCIPLINA NOT = SPACES
                   MOVE WS-NOVA-DISCIPLINA TO AP-DISCIPLINA-ORIGEM
               END-IF.
               IF WS-NOVO-PERIODO NOT = SPACES
                   MOVE WS-NOVO-PERIODO TO AP-PERIODO-ORIGEM
               END-IF.
               IF WS-NOVA-NOTA > ZEROS
                   MOVE WS-NOVA-NOTA TO AP-NOTA
               END-IF.
               PERFORM CARREGA-OPERADOR.
               MOVE "P"          TO AP-SITUACAO.
               MOVE WS-OPERADOR  TO AP-OPERADOR-INCLUSAO.
               MOVE WS-DATA-HOJE TO AP-DATA-INCLUSAO.
               MOVE SPACES       TO AP-OPERADOR-APROVACAO.
               MOVE ZEROS        TO AP-DATA-APROVACAO.
               REWRITE APROVEITAMENTO-REG.

               MOVE "APROVEITAMENTO ALTERADO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADO AT 1715.

           EXCLUSAO.
               PERFORM LOCALIZA-APROVEITAMENTO.
               IF WS-AP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-APROVEITAMENTO.

               DISPLAY MENSA-CONFIRMA AT 1215.
               ACCEPT WS-CONFIRMA AT 1245.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   DELETE APROVEITAMENTO RECORD
                   MOVE "APROVEITAMENTO EXCLUIDO"
                       TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-EXCLUIDO AT 1415
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDO AT 1415
               END-IF.

           APROVACAO.
               PERFORM LOCALIZA-APROVEITAMENTO.
               IF WS-AP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-APROVEITAMENTO.
               IF AP-APROVADO
                   DISPLAY MENSA-JA-APROVADO AT 1215
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CARREGA-OPERADOR.
               IF WS-OPERADOR = AP-OPERADOR-INCLUSAO
                   DISPLAY MENSA-MESMO-OPERADOR AT 1215
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-CONFIRMA-APROVACAO AT 1215.
               ACCEPT WS-CONFIRMA AT 1246.

               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "A"          TO AP-SITUACAO
                   MOVE WS-OPERADOR  TO AP-OPERADOR-APROVACAO
                   MOVE WS-DATA-HOJE TO AP-DATA-APROVACAO
                   REWRITE APROVEITAMENTO-REG
                   MOVE "APROVEITAMENTO APROVADO"
                       TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-APROVADO AT 1415
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDO AT 1415
               END-IF.

           INFORMA-CHAVE.
               DISPLAY MENSA-MATRICULA AT 0515.
               ACCEPT WS-PESQUISA-MATRICULA AT 0546.
               DISPLAY MENSA-TURMA AT 0615.
               ACCEPT WS-PESQUISA-TURMA AT 0646.

           INFORMA-DADOS.
               MOVE SPACES TO WS-NOVA-INSTITUICAO.
               MOVE SPACES TO WS-NOVA-DISCIPLINA.
               MOVE SPACES TO WS-NOVO-PERIODO.
               MOVE ZEROS  TO WS-NOVA-NOTA.
               DISPLAY MENSA-INSTITUICAO AT 1115.
               ACCEPT WS-NOVA-INSTITUICAO AT 1139.
               DISPLAY MENSA-DISCIPLINA AT 1215.
               ACCEPT WS-NOVA-DISCIPLINA AT 1246.
               DISPLAY MENSA-PERIODO AT 1315.
               ACCEPT WS-NOVO-PERIODO AT 1342.
               DISPLAY MENSA-NOTA AT 1415.
               ACCEPT WS-NOVA-NOTA AT 1439.

           LOCALIZA-APROVEITAMENTO.
               PERFORM INFORMA-CHAVE.

               MOVE WS-PESQUISA-MATRICULA TO AP-MATRICULA.
               MOVE WS-PESQUISA-TURMA     TO AP-CODTURMA.
               READ APROVEITAMENTO
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0815
               END-READ.

           EXIBE-APROVEITAMENTO.
               MOVE AP-MATRICULA         TO LA-MATRICULA.
               MOVE AP-CODTURMA          TO LA-CODTURMA.
               MOVE AP-INSTITUICAO       TO LA-INSTITUICAO.
               MOVE AP-NOTA              TO LA-NOTA.
               MOVE AP-DISCIPLINA-ORIGEM TO LA-DISCIPLINA.
               MOVE AP-PERIODO-ORIGEM    TO LA-PERIODO.
               IF AP-APROVADO
                   MOVE "APROVADO"  TO LA-SITUACAO
               ELSE
                   MOVE "PENDENTE"  TO LA-SITUACAO
               END-IF.
               MOVE AP-OPERADOR-INCLUSAO  TO LA-INCLUIDO.
               MOVE AP-OPERADOR-APROVACAO TO LA-APROVADO.
               DISPLAY LINHA-APROVEITAMENTO AT 0815.
               DISPLAY LINHA-APROVEITAMENTO2 AT 0915.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-APROVEITAMENTO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE AP-CHAVE          TO AJ-CHAVE.
               MOVE AP-NOTA           TO AJ-VALOR.
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
