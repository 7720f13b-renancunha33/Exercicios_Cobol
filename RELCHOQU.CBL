       IDENTIFICATION DIVISION.
             PROGRAM-ID. CONFLITOS-DE-HORARIO.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT HORARIO-TURMA ASSIGN TO "HORARIO.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS HO-CHAVE
                     FILE STATUS IS WS-HO-STATUS.
                 SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CODTURMA
                     FILE STATUS IS WS-TU-STATUS.
                 SELECT SALA-MASTER ASSIGN TO "SALAMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SA-CODSALA
                     FILE STATUS IS WS-SA-STATUS.
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
           FD  HORARIO-TURMA.
               COPY "HORARIO.CPY".

           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  SALA-MASTER.
               COPY "SALAREG.CPY".

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

           01 WS-HO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-SA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-SA-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-PERIODO      PIC X(06) VALUE SPACES.

           01 WS-TABELA-HORARIOS.
               02 WS-HR-ITEM OCCURS 1000 TIMES.
                   03 HR-CODTURMA     PIC X(08).
                   03 HR-DIA-SEMANA   PIC 9(01).
                   03 HR-HORA-INICIO  PIC 9(04).
                   03 HR-HORA-FIM     PIC 9(04).
                   03 HR-CODSALA      PIC X(06).
                   03 HR-PROFESSOR    PIC X(30).
                   03 HR-CODPROFESSOR PIC 9(04).
           01 WS-HR-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-HR-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-HR-OUTRO     PIC 9(04) VALUE ZEROS.
           01 WS-HR-CHEIA     PIC X(01) VALUE "N".
           01 WS-MESMO-PROFESSOR PIC X(01) VALUE "N".

           01 WS-CHOQUES-SALA      PIC 9(06) VALUE ZEROS.
           01 WS-CHOQUES-PROFESSOR PIC 9(06) VALUE ZEROS.
           01 WS-CHOQUES-TURMA     PIC 9(06) VALUE ZEROS.
           01 WS-ALERTAS-CADASTRO  PIC 9(06) VALUE ZEROS.

           01 WS-NOMES-DIAS-VALOR PIC X(21) VALUE
               "SEGTERQUAQUISEXSABDOM".
           01 WS-NOMES-DIAS REDEFINES WS-NOMES-DIAS-VALOR.
               02 WS-NOME-DIA    PIC X(03) OCCURS 7 TIMES.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "CONFLITOS DE HORARIO DE SALA E PROFESSOR".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(12) VALUE "TIPO".
               02 FILLER PIC X(05) VALUE "DIA".
               02 FILLER PIC X(23) VALUE "TURMA      HORARIO".
               02 FILLER PIC X(23) VALUE "TURMA      HORARIO".
               02 FILLER PIC X(30) VALUE "SALA / PROFESSOR".
           01 LINHA-CONFLITO.
               02 LC-TIPO           PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-DIA            PIC X(03).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-TURMA1         PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-INICIO1        PIC 99B99.
               02 FILLER            PIC X(01) VALUE "-".
               02 LC-FIM1           PIC 99B99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-TURMA2         PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-INICIO2        PIC 99B99.
               02 FILLER            PIC X(01) VALUE "-".
               02 LC-FIM2           PIC 99B99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LC-RECURSO        PIC X(30).
           01 LINHA-ALERTA.
               02 LAL-TIPO          PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LAL-DIA           PIC X(03).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LAL-TURMA         PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LAL-INICIO        PIC 99B99.
               02 FILLER            PIC X(01) VALUE "-".
               02 LAL-FIM           PIC 99B99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LAL-SALA          PIC X(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LAL-MENSAGEM      PIC X(40).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "HORARIOS NO PERIODO:".
               02 LT-HORARIOS       PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "CHOQUES DE SALA:".
               02 LT-SALA           PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "CHOQUES DE PROFESSOR:".
               02 LT-PROFESSOR      PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "SOBREPOSICOES NA TURMA:".
               02 LT-TURMA          PIC ZZZZZ9.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "ALERTAS DE CADASTRO:".
               02 LT-ALERTAS        PIC ZZZZZ9.
           01 LINHA-PERIODO-INVALIDO PIC X(60) VALUE
               "PERIODO NAO INFORMADO".
           01 LINHA-SEM-HORARIOS PIC X(60) VALUE
               "NENHUM HORARIO CADASTRADO".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 1000 HORARIOS NO PERIODO - VERIFICACAO PARCIAL".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PERIODO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "CHOQUES-" WS-PERIODO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               IF WS-PERIODO = SPACES
                   DISPLAY LINHA-PERIODO-INVALIDO
                   MOVE LINHA-PERIODO-INVALIDO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.

               OPEN INPUT HORARIO-TURMA.
               IF WS-HO-STATUS NOT = "00" AND WS-HO-STATUS NOT = "05"
                   DISPLAY LINHA-SEM-HORARIOS
                   MOVE LINHA-SEM-HORARIOS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   CLOSE HORARIO-TURMA
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT TURMA-MASTER.
               MOVE WS-TU-STATUS TO WS-TU-ABERTURA.
               OPEN INPUT SALA-MASTER.
               MOVE WS-SA-STATUS TO WS-SA-ABERTURA.

               DISPLAY LINHA-CABECALHO1.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ HORARIO-TURMA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HO-PERIODO = WS-PERIODO
                               ADD 1 TO WS-RUN-LIDOS
                               PERFORM GUARDA-HORARIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HORARIO-TURMA.
               CLOSE TURMA-MASTER.
               CLOSE SALA-MASTER.

               PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-QTD
                   PERFORM COMPARA-HORARIO
               END-PERFORM.

               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           GUARDA-HORARIO.
               IF WS-HR-QTD >= 1000
                   MOVE "S" TO WS-HR-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-HR-QTD.
               MOVE HO-CODTURMA    TO HR-CODTURMA (WS-HR-QTD).
               MOVE HO-DIA-SEMANA  TO HR-DIA-SEMANA (WS-HR-QTD).
               MOVE HO-HORA-INICIO TO HR-HORA-INICIO (WS-HR-QTD).
               MOVE HO-HORA-FIM    TO HR-HORA-FIM (WS-HR-QTD).
               MOVE HO-CODSALA     TO HR-CODSALA (WS-HR-QTD).
               MOVE SPACES         TO HR-PROFESSOR (WS-HR-QTD).
               MOVE ZEROS          TO HR-CODPROFESSOR (WS-HR-QTD).
               MOVE ZEROS          TO TU-CAPACIDADE.

               MOVE HO-CODTURMA TO TU-CODTURMA.
               IF WS-TU-ABERTURA = "00"
                   READ TURMA-MASTER
                       INVALID KEY
                           MOVE "TURMA NAO CADASTRADA"
                               TO LAL-MENSAGEM
                           PERFORM IMPRIME-ALERTA
                       NOT INVALID KEY
                           MOVE TU-PROFESSOR
                               TO HR-PROFESSOR (WS-HR-QTD)
                           IF TU-CODPROFESSOR IS NUMERIC
                               MOVE TU-CODPROFESSOR
                                   TO HR-CODPROFESSOR (WS-HR-QTD)
                           END-IF
                   END-READ
               END-IF.

               MOVE HO-CODSALA TO SA-CODSALA.
               IF WS-SA-ABERTURA NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               READ SALA-MASTER
                   INVALID KEY
                       MOVE "SALA NAO CADASTRADA" TO LAL-MENSAGEM
                       PERFORM IMPRIME-ALERTA
                       EXIT PARAGRAPH
               END-READ.
               IF NOT SA-E-ATIVA
                   MOVE "SALA INATIVA" TO LAL-MENSAGEM
                   PERFORM IMPRIME-ALERTA
               END-IF.
               IF SA-LUGARES < TU-CAPACIDADE
                   MOVE "SALA COM MENOS LUGARES QUE A CAPACIDADE"
                       TO LAL-MENSAGEM
                   PERFORM IMPRIME-ALERTA
               END-IF.

           IMPRIME-ALERTA.
               ADD 1 TO WS-ALERTAS-CADASTRO.
               ADD 1 TO WS-RUN-REJEITADOS.
               MOVE "CADASTRO" TO LAL-TIPO.
               IF HO-DIA-SEMANA >= 1 AND HO-DIA-SEMANA <= 7
                   MOVE WS-NOME-DIA (HO-DIA-SEMANA) TO LAL-DIA
               ELSE
                   MOVE "???" TO LAL-DIA
               END-IF.
               MOVE HO-CODTURMA    TO LAL-TURMA.
               MOVE HO-HORA-INICIO TO LAL-INICIO.
               MOVE HO-HORA-FIM    TO LAL-FIM.
               MOVE HO-CODSALA     TO LAL-SALA.
               DISPLAY LINHA-ALERTA.
               MOVE LINHA-ALERTA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           COMPARA-HORARIO.
               PERFORM VARYING WS-HR-OUTRO FROM WS-HR-IDX BY 1
                       UNTIL WS-HR-OUTRO > WS-HR-QTD
                   IF WS-HR-OUTRO > WS-HR-IDX
                           AND HR-DIA-SEMANA (WS-HR-OUTRO) =
                               HR-DIA-SEMANA (WS-HR-IDX)
                           AND HR-HORA-INICIO (WS-HR-OUTRO) <
                               HR-HORA-FIM (WS-HR-IDX)
                           AND HR-HORA-INICIO (WS-HR-IDX) <
                               HR-HORA-FIM (WS-HR-OUTRO)
                       PERFORM CLASSIFICA-CONFLITO
                   END-IF
               END-PERFORM.

           CLASSIFICA-CONFLITO.
               IF HR-CODTURMA (WS-HR-OUTRO) = HR-CODTURMA (WS-HR-IDX)
                   ADD 1 TO WS-CHOQUES-TURMA
                   MOVE "TURMA" TO LC-TIPO
                   MOVE HR-CODSALA (WS-HR-IDX) TO LC-RECURSO
                   PERFORM IMPRIME-CONFLITO
                   EXIT PARAGRAPH
               END-IF.
               IF HR-CODSALA (WS-HR-OUTRO) = HR-CODSALA (WS-HR-IDX)
                   ADD 1 TO WS-CHOQUES-SALA
                   MOVE "SALA" TO LC-TIPO
                   MOVE HR-CODSALA (WS-HR-IDX) TO LC-RECURSO
                   PERFORM IMPRIME-CONFLITO
               END-IF.
               MOVE "N" TO WS-MESMO-PROFESSOR.
               IF HR-CODPROFESSOR (WS-HR-IDX) > ZEROS
                       AND HR-CODPROFESSOR (WS-HR-OUTRO) > ZEROS
                   IF HR-CODPROFESSOR (WS-HR-OUTRO) =
                           HR-CODPROFESSOR (WS-HR-IDX)
                       MOVE "S" TO WS-MESMO-PROFESSOR
                   END-IF
               ELSE
                   IF HR-PROFESSOR (WS-HR-IDX) NOT = SPACES
                           AND HR-PROFESSOR (WS-HR-OUTRO) =
                               HR-PROFESSOR (WS-HR-IDX)
                       MOVE "S" TO WS-MESMO-PROFESSOR
                   END-IF
               END-IF.
               IF WS-MESMO-PROFESSOR = "S"
                   ADD 1 TO WS-CHOQUES-PROFESSOR
                   MOVE "PROFESSOR" TO LC-TIPO
                   MOVE HR-PROFESSOR (WS-HR-IDX) TO LC-RECURSO
                   PERFORM IMPRIME-CONFLITO
               END-IF.

           IMPRIME-CONFLITO.
               ADD 1 TO WS-RUN-REJEITADOS.
               ADD 1 TO WS-RUN-GRAVADOS.
               IF HR-DIA-SEMANA (WS-HR-IDX) >= 1
                       AND HR-DIA-SEMANA (WS-HR-IDX) <= 7
                   MOVE WS-NOME-DIA (HR-DIA-SEMANA (WS-HR-IDX))
                       TO LC-DIA
               ELSE
                   MOVE "???" TO LC-DIA
               END-IF.
               MOVE HR-CODTURMA (WS-HR-IDX)     TO LC-TURMA1.
               MOVE HR-HORA-INICIO (WS-HR-IDX)  TO LC-INICIO1.
               MOVE HR-HORA-FIM (WS-HR-IDX)     TO LC-FIM1.
               MOVE HR-CODTURMA (WS-HR-OUTRO)   TO LC-TURMA2.
               MOVE HR-HORA-INICIO (WS-HR-OUTRO) TO LC-INICIO2.
               MOVE HR-HORA-FIM (WS-HR-OUTRO)   TO LC-FIM2.
               DISPLAY LINHA-CONFLITO.
               MOVE LINHA-CONFLITO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-HR-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.
               MOVE WS-HR-QTD TO LT-HORARIOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CHOQUES-SALA TO LT-SALA.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CHOQUES-PROFESSOR TO LT-PROFESSOR.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CHOQUES-TURMA TO LT-TURMA.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-ALERTAS-CADASTRO TO LT-ALERTAS.
               DISPLAY LINHA-TOTAL5.
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-HR-QTD TO WS-RUN-ACEITOS.
               IF WS-RUN-REJEITADOS > ZEROS OR WS-HR-CHEIA = "S"
                   MOVE 4 TO RETURN-CODE
               END-IF.

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
               MOVE "CONFLITOS-DE-HORARIO" TO RN-PROGRAMA.
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
               MOVE "CONFLITOS-DE-HORARIO" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
