       IDENTIFICATION DIVISION.
             PROGRAM-ID. POSICAO-LISTA-ESPERA.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ES-STATUS.
                 SELECT AVISO-ESPERA ASSIGN TO "AVISOESP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AE-STATUS.
                 SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CODTURMA
                     FILE STATUS IS WS-TU-STATUS.
                 SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RN-STATUS.
                 SELECT RELATORIO-IMPRESSO ASSIGN TO WS-NOME-RELATORIO
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RI-STATUS.
                 SELECT DATA-PROCESSAMENTO ASSIGN TO "DATAPROC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DP-STATUS.
                 SELECT RELATORIO-CATALOGO ASSIGN TO "RELCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  LISTA-ESPERA.
               COPY "LISTAESP.CPY".

           FD  AVISO-ESPERA.
               COPY "AVISOESP.CPY".

           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  RELATORIO-IMPRESSO.
           01 RELATORIO-IMPRESSO-REG  PIC X(132).

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           FD  RELATORIO-CATALOGO.
               COPY "RELCAT.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CAT-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINHAS-TOTAIS PIC 9(06) VALUE ZEROS.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-RI-STATUS PIC X(02) VALUE SPACES.
           01 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
           01 WS-LINHA-IMPRESSA PIC X(132) VALUE SPACES.
           01 WS-LINHA-ATUAL PIC 9(02) VALUE ZEROS.
           01 WS-PAGINA      PIC 9(04) VALUE ZEROS.
           01 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 55.
           01 LINHA-CABECALHO-DATA.
               02 FILLER     PIC X(06) VALUE "DATA: ".
               02 LCD-DATA   PIC 9(08).
               02 FILLER     PIC X(08) VALUE "  HORA: ".
               02 LCD-HORA   PIC 9(06).
               02 FILLER     PIC X(10) VALUE "  PAGINA: ".
               02 LCD-PAGINA PIC ZZZ9.
               02 FILLER     PIC X(12) VALUE "  PERIODO: ".
               02 LCD-PERIODO PIC X(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-ES-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AE-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-PERIODO      PIC X(06) VALUE SPACES.

           01 WS-TABELA-ESPERA.
               02 WS-LE-ITEM OCCURS 2000 TIMES.
                   03 LE-ORDEM.
                       04 LE-CODTURMA     PIC X(08).
                       04 LE-PERIODO      PIC X(06).
                       04 LE-SEQUENCIA    PIC 9(06).
                   03 LE-MATRICULA    PIC X(10).
                   03 LE-NOME         PIC X(30).
                   03 LE-DATA         PIC 9(08).
           01 WS-LE-TROCA     PIC X(68) VALUE SPACES.
           01 WS-LE-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-LE-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-LE-J         PIC 9(04) VALUE ZEROS.
           01 WS-LE-CHEIA     PIC X(01) VALUE "N".

           01 WS-TURMA-ATUAL   PIC X(08) VALUE SPACES.
           01 WS-PERIODO-ATUAL PIC X(06) VALUE SPACES.
           01 WS-POSICAO       PIC 9(04) VALUE ZEROS.
           01 WS-QTD-TURMAS    PIC 9(04) VALUE ZEROS.
           01 WS-QTD-PROMOVIDOS PIC 9(06) VALUE ZEROS.
           01 WS-QTD-CANCELADOS PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "LISTA DE ESPERA - AVISOS E POSICOES".
           01 LINHA-CABECALHO2  PIC X(132) VALUE SPACES.
           01 LINHA-CABECALHO-AVISOS.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(10) VALUE "TURMA".
               02 FILLER PIC X(08) VALUE "PERIODO".
               02 FILLER PIC X(13) VALUE "AVISO".
               02 FILLER PIC X(30) VALUE "MOTIVO".
           01 LINHA-CABECALHO-POSICOES.
               02 FILLER PIC X(08) VALUE "POSICAO".
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(10) VALUE "INCLUSAO".
           01 LINHA-TITULO-SECAO PIC X(60) VALUE SPACES.
           01 LINHA-AVISO.
               02 LA-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-CODTURMA       PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-PERIODO        PIC X(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-AVISO          PIC X(11).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-MOTIVO         PIC X(30).
           01 LINHA-TURMA.
               02 FILLER            PIC X(07) VALUE "TURMA: ".
               02 LT-CODTURMA       PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LT-CURSO          PIC X(30).
               02 FILLER            PIC X(11) VALUE "  PERIODO: ".
               02 LT-PERIODO        PIC X(06).
               02 FILLER            PIC X(14) VALUE "  CAPACIDADE: ".
               02 LT-CAPACIDADE     PIC ZZ9.
           01 LINHA-POSICAO.
               02 LP-POSICAO        PIC ZZZ9.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LP-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LP-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LP-DATA           PIC 9(08).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "MATRICULAS EFETIVADAS:".
               02 LTO-PROMOVIDOS    PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "RETIRADOS DA LISTA:".
               02 LTO-CANCELADOS    PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "ALUNOS AGUARDANDO:".
               02 LTO-AGUARDANDO    PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "TURMAS COM ESPERA:".
               02 LTO-TURMAS        PIC ZZZZZ9.
           01 LINHA-SEM-AVISOS PIC X(60) VALUE
               "NENHUM AVISO NA ULTIMA PROMOCAO".
           01 LINHA-SEM-ESPERA PIC X(60) VALUE
               "NENHUM ALUNO AGUARDANDO VAGA".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 2000 ALUNOS AGUARDANDO - LISTA INCOMPLETA".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PERIODO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               IF WS-PERIODO = SPACES
                   STRING "ESPERA-" WS-RUN-DATA ".IMP"
                       DELIMITED BY SIZE
                       INTO WS-NOME-RELATORIO
               ELSE
                   STRING "ESPERA-" WS-PERIODO ".IMP"
                       DELIMITED BY SIZE
                       INTO WS-NOME-RELATORIO
               END-IF.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               DISPLAY LINHA-CABECALHO1.

               PERFORM IMPRIME-AVISOS.
               PERFORM CARREGA-ESPERA.
               PERFORM ORDENA-POR-TURMA.
               PERFORM IMPRIME-POSICOES.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           IMPRIME-AVISOS.
               MOVE LINHA-CABECALHO-AVISOS TO LINHA-CABECALHO2.
               MOVE "AVISOS DA ULTIMA PROMOCAO" TO LINHA-TITULO-SECAO.
               DISPLAY LINHA-TITULO-SECAO.
               MOVE LINHA-TITULO-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               OPEN INPUT AVISO-ESPERA.
               IF WS-AE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ AVISO-ESPERA
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-PERIODO = SPACES
                                       OR AE-PERIODO = WS-PERIODO
                                   PERFORM IMPRIME-UM-AVISO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AVISO-ESPERA.
               IF WS-QTD-PROMOVIDOS + WS-QTD-CANCELADOS = ZEROS
                   DISPLAY LINHA-SEM-AVISOS
                   MOVE LINHA-SEM-AVISOS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           IMPRIME-UM-AVISO.
               ADD 1 TO WS-RUN-GRAVADOS.
               MOVE AE-MATRICULA TO LA-MATRICULA.
               MOVE AE-NOME      TO LA-NOME.
               MOVE AE-CODTURMA  TO LA-CODTURMA.
               MOVE AE-PERIODO   TO LA-PERIODO.
               MOVE AE-MOTIVO    TO LA-MOTIVO.
               IF AE-PROMOVIDO
                   MOVE "MATRICULADO" TO LA-AVISO
                   ADD 1 TO WS-QTD-PROMOVIDOS
               ELSE
                   MOVE "RETIRADO"    TO LA-AVISO
                   ADD 1 TO WS-QTD-CANCELADOS
               END-IF.
               DISPLAY LINHA-AVISO.
               MOVE LINHA-AVISO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           CARREGA-ESPERA.
               OPEN INPUT LISTA-ESPERA.
               IF WS-ES-STATUS NOT = "00"
                   CLOSE LISTA-ESPERA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LISTA-ESPERA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF ES-AGUARDANDO
                                   AND (WS-PERIODO = SPACES
                                   OR ES-PERIODO = WS-PERIODO)
                               PERFORM GUARDA-ESPERA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LISTA-ESPERA.

           GUARDA-ESPERA.
               IF WS-LE-QTD >= 2000
                   MOVE "S" TO WS-LE-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-LE-QTD.
               MOVE ES-CODTURMA      TO LE-CODTURMA (WS-LE-QTD).
               MOVE ES-PERIODO       TO LE-PERIODO (WS-LE-QTD).
               MOVE ES-SEQUENCIA     TO LE-SEQUENCIA (WS-LE-QTD).
               MOVE ES-MATRICULA     TO LE-MATRICULA (WS-LE-QTD).
               MOVE ES-NOME          TO LE-NOME (WS-LE-QTD).
               MOVE ES-DATA-INCLUSAO TO LE-DATA (WS-LE-QTD).

           ORDENA-POR-TURMA.
               PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                       UNTIL WS-LE-IDX >= WS-LE-QTD
                   PERFORM VARYING WS-LE-J FROM 1 BY 1
                           UNTIL WS-LE-J > WS-LE-QTD - WS-LE-IDX
                       IF LE-ORDEM (WS-LE-J) >
                               LE-ORDEM (WS-LE-J + 1)
                           MOVE WS-LE-ITEM (WS-LE-J)
                               TO WS-LE-TROCA
                           MOVE WS-LE-ITEM (WS-LE-J + 1)
                               TO WS-LE-ITEM (WS-LE-J)
                           MOVE WS-LE-TROCA
                               TO WS-LE-ITEM (WS-LE-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           IMPRIME-POSICOES.
               MOVE LINHA-CABECALHO-POSICOES TO LINHA-CABECALHO2.
               MOVE "POSICAO NA LISTA DE ESPERA" TO LINHA-TITULO-SECAO.
               DISPLAY SPACE.
               DISPLAY LINHA-TITULO-SECAO.
               PERFORM CABECALHO-PAGINA.
               MOVE LINHA-TITULO-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-LE-QTD = ZEROS
                   DISPLAY LINHA-SEM-ESPERA
                   MOVE LINHA-SEM-ESPERA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT TURMA-MASTER.
               MOVE WS-TU-STATUS TO WS-TU-ABERTURA.
               PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                       UNTIL WS-LE-IDX > WS-LE-QTD
                   IF LE-CODTURMA (WS-LE-IDX) NOT = WS-TURMA-ATUAL
                           OR LE-PERIODO (WS-LE-IDX) NOT =
                              WS-PERIODO-ATUAL
                       PERFORM IMPRIME-CABECALHO-TURMA
                   END-IF
                   ADD 1 TO WS-POSICAO
                   ADD 1 TO WS-RUN-ACEITOS
                   ADD 1 TO WS-RUN-GRAVADOS
                   MOVE WS-POSICAO                TO LP-POSICAO
                   MOVE LE-MATRICULA (WS-LE-IDX)  TO LP-MATRICULA
                   MOVE LE-NOME (WS-LE-IDX)       TO LP-NOME
                   MOVE LE-DATA (WS-LE-IDX)       TO LP-DATA
                   DISPLAY LINHA-POSICAO
                   MOVE LINHA-POSICAO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.
               CLOSE TURMA-MASTER.
               IF WS-LE-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.

           IMPRIME-CABECALHO-TURMA.
               MOVE LE-CODTURMA (WS-LE-IDX) TO WS-TURMA-ATUAL.
               MOVE LE-PERIODO (WS-LE-IDX)  TO WS-PERIODO-ATUAL.
               MOVE ZEROS TO WS-POSICAO.
               ADD 1 TO WS-QTD-TURMAS.
               MOVE WS-TURMA-ATUAL   TO LT-CODTURMA.
               MOVE WS-PERIODO-ATUAL TO LT-PERIODO.
               MOVE "*** TURMA NAO CADASTRADA" TO LT-CURSO.
               MOVE ZEROS TO LT-CAPACIDADE.
               IF WS-TU-ABERTURA = "00"
                   MOVE WS-TURMA-ATUAL TO TU-CODTURMA
                   READ TURMA-MASTER
                       NOT INVALID KEY
                           MOVE TU-NOME-CURSO TO LT-CURSO
                           MOVE TU-CAPACIDADE TO LT-CAPACIDADE
                   END-READ
               END-IF.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TURMA.
               MOVE LINHA-TURMA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-PROMOVIDOS TO LTO-PROMOVIDOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-CANCELADOS TO LTO-CANCELADOS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-LE-QTD TO LTO-AGUARDANDO.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-TURMAS TO LTO-TURMAS.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           MARCA-INICIO-EXECUCAO.
               PERFORM CARREGA-DATA-PROCESSAMENTO.
               ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.
               IF WS-DATA-PROCESSAMENTO > ZEROS
                   MOVE WS-DATA-PROCESSAMENTO TO WS-RUN-DATA
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO WS-RUN-HORA-INICIO.

           GRAVA-RUN-CONTROLE.
               OPEN EXTEND RUN-CONTROLE.
               IF WS-RN-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROLE
                   CLOSE RUN-CONTROLE
                   OPEN EXTEND RUN-CONTROLE
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE "POSICAO-LISTA-ESPERA" TO RN-PROGRAMA.
               MOVE WS-RUN-DATA TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               MOVE WS-RUN-LIDOS      TO RN-LIDOS.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE RETURN-CODE
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
                       MOVE "REJEICAO" TO RN-STATUS
                   WHEN OTHER
                       MOVE "ERRO" TO RN-STATUS
               END-EVALUATE.
               WRITE RUN-CONTROLE-REG.
               CLOSE RUN-CONTROLE.

           IMPRIME-LINHA-RELATORIO.
               IF WS-PAGINA = ZEROS
                       OR WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
                   PERFORM CABECALHO-PAGINA
               END-IF.
               MOVE WS-LINHA-IMPRESSA TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 1 TO WS-LINHA-ATUAL.
               ADD 1 TO WS-LINHAS-TOTAIS.

           CABECALHO-PAGINA.
               ADD 1 TO WS-PAGINA.
               MOVE ZEROS TO WS-LINHA-ATUAL.
               MOVE LINHA-CABECALHO1 TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               MOVE WS-RUN-DATA        TO LCD-DATA.
               MOVE WS-RUN-HORA-INICIO TO LCD-HORA.
               MOVE WS-PAGINA          TO LCD-PAGINA.
               MOVE WS-PERIODO         TO LCD-PERIODO.
               MOVE LINHA-CABECALHO-DATA TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 2 TO WS-LINHA-ATUAL.
               MOVE LINHA-CABECALHO2 TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 1 TO WS-LINHA-ATUAL.
               MOVE SPACES TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 1 TO WS-LINHA-ATUAL.

           CARREGA-DATA-PROCESSAMENTO.
               MOVE ZEROS TO WS-DATA-PROCESSAMENTO.
               OPEN INPUT DATA-PROCESSAMENTO.
               IF WS-DP-STATUS = "00"
                   READ DATA-PROCESSAMENTO
                       NOT AT END
                           IF DP-DATA-PROCESSAMENTO NUMERIC
                               MOVE DP-DATA-PROCESSAMENTO
                                   TO WS-DATA-PROCESSAMENTO
                           END-IF
                   END-READ
                   CLOSE DATA-PROCESSAMENTO
               ELSE
                   CLOSE DATA-PROCESSAMENTO
               END-IF.

           GRAVA-CATALOGO-RELATORIO.
               OPEN EXTEND RELATORIO-CATALOGO.
               IF WS-CAT-STATUS = "35"
                   OPEN OUTPUT RELATORIO-CATALOGO
                   CLOSE RELATORIO-CATALOGO
                   OPEN EXTEND RELATORIO-CATALOGO
               END-IF.
               MOVE "POSICAO-LISTA-ESPERA" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
