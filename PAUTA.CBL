       IDENTIFICATION DIVISION.
             PROGRAM-ID. PAUTA-DE-NOTAS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CODTURMA
                     FILE STATUS IS WS-TU-STATUS.
                 SELECT GRADES-MASTER ASSIGN TO "GRADES.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS GR-CHAVE
                     FILE STATUS IS WS-GR-STATUS.
                 SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PO-CODIGO
                     FILE STATUS IS WS-PO-STATUS.
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
           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  PROFESSOR-MASTER.
               COPY "PROFREG.CPY".

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
               02 FILLER     PIC X(10) VALUE "  TURMA: ".
               02 LCD-TURMA  PIC X(08).
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

           01 WS-TU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-CODTURMA     PIC X(08) VALUE SPACES.
           01 WS-PERIODO      PIC X(06) VALUE SPACES.
           01 WS-NOME-PROFESSOR PIC X(30) VALUE SPACES.

           01 WS-QTD-APROVADOS  PIC 9(04) VALUE ZEROS.
           01 WS-QTD-REPROVADOS PIC 9(04) VALUE ZEROS.
           01 WS-QTD-SEM-MEDIA  PIC 9(04) VALUE ZEROS.
           01 WS-SOMA-MEDIAS    PIC 9(06)V99 VALUE ZEROS.
           01 WS-MEDIA-TURMA    PIC 9(02)V99 VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "PAUTA DE NOTAS".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(42) VALUE "NOME".
               02 FILLER PIC X(08) VALUE "NOTA 1".
               02 FILLER PIC X(08) VALUE "NOTA 2".
               02 FILLER PIC X(08) VALUE "NOTA 3".
               02 FILLER PIC X(08) VALUE "MEDIA".
               02 FILLER PIC X(20) VALUE "SITUACAO".
           01 LINHA-TURMA.
               02 FILLER            PIC X(07) VALUE "TURMA: ".
               02 LTU-CODTURMA      PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LTU-CURSO         PIC X(30).
               02 FILLER            PIC X(12) VALUE "  CREDITOS: ".
               02 LTU-CREDITOS      PIC Z9.
           01 LINHA-PROFESSOR.
               02 FILLER            PIC X(11) VALUE "PROFESSOR: ".
               02 LPR-CODIGO        PIC 9(04).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LPR-NOME          PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LPR-DEPARTAMENTO  PIC X(20).
           01 LINHA-DETALHE.
               02 LD-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOME           PIC X(40).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOTA1          PIC Z9,99.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-NOTA2          PIC Z9,99.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-NOTA3          PIC Z9,99.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-MEDIA          PIC Z9,99.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-SITUACAO       PIC X(20).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "ALUNOS NA PAUTA:".
               02 LT-ALUNOS         PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "APROVADOS:".
               02 LT-APROVADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "REPROVADOS:".
               02 LT-REPROVADOS     PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "SEM MEDIA CALCULADA:".
               02 LT-SEM-MEDIA      PIC ZZZZZ9.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "MEDIA DA TURMA:".
               02 LT-MEDIA          PIC Z9,99.
           01 LINHA-ASSINATURA1.
               02 FILLER PIC X(42) VALUE
                   "__________________________________________".
               02 FILLER PIC X(08) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "____/____/________".
           01 LINHA-ASSINATURA2.
               02 LAS-PROFESSOR     PIC X(42).
               02 FILLER            PIC X(08) VALUE SPACES.
               02 FILLER            PIC X(20) VALUE "DATA".
           01 LINHA-PARAMETRO-INVALIDO PIC X(60) VALUE
               "TURMA OU PERIODO NAO INFORMADO".
           01 LINHA-TURMA-NAO-ACHOU PIC X(60) VALUE
               "TURMA NAO CADASTRADA".
           01 LINHA-SEM-NOTAS PIC X(60) VALUE
               "NENHUMA NOTA REGISTRADA PARA A TURMA NO PERIODO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-CODTURMA.
               ACCEPT WS-PERIODO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "PAUTA-" WS-CODTURMA DELIMITED BY SPACE
                      "-" WS-PERIODO ".IMP" DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               IF WS-CODTURMA = SPACES OR WS-PERIODO = SPACES
                   DISPLAY LINHA-PARAMETRO-INVALIDO
                   MOVE LINHA-PARAMETRO-INVALIDO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.

               OPEN INPUT TURMA-MASTER.
               MOVE WS-CODTURMA TO TU-CODTURMA.
               IF WS-TU-STATUS = "00"
                   READ TURMA-MASTER
                       INVALID KEY
                           MOVE "23" TO WS-TU-STATUS
                   END-READ
               END-IF.
               IF WS-TU-STATUS NOT = "00"
                   CLOSE TURMA-MASTER
                   DISPLAY LINHA-TURMA-NAO-ACHOU
                   MOVE LINHA-TURMA-NAO-ACHOU TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.
               CLOSE TURMA-MASTER.
               PERFORM IMPRIME-IDENTIFICACAO.

               OPEN INPUT GRADES-MASTER.
               IF WS-GR-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ GRADES-MASTER NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-RUN-LIDOS
                               IF GR-CODTURMA = WS-CODTURMA
                                       AND GR-PERIODO = WS-PERIODO
                                   PERFORM IMPRIME-ALUNO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE GRADES-MASTER.

               IF WS-RUN-ACEITOS = ZEROS
                   DISPLAY LINHA-SEM-NOTAS
                   MOVE LINHA-SEM-NOTAS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM IMPRIME-TOTAIS.
               PERFORM IMPRIME-ASSINATURA.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           IMPRIME-IDENTIFICACAO.
               MOVE TU-CODTURMA   TO LTU-CODTURMA.
               MOVE TU-NOME-CURSO TO LTU-CURSO.
               MOVE TU-CREDITOS   TO LTU-CREDITOS.
               MOVE ZEROS         TO LPR-CODIGO.
               MOVE TU-PROFESSOR  TO WS-NOME-PROFESSOR.
               MOVE SPACES        TO LPR-DEPARTAMENTO.
               IF TU-CODPROFESSOR IS NUMERIC
                       AND TU-CODPROFESSOR > ZEROS
                   MOVE TU-CODPROFESSOR TO LPR-CODIGO
                   PERFORM BUSCA-PROFESSOR
               END-IF.
               MOVE WS-NOME-PROFESSOR TO LPR-NOME.
               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-TURMA.
               MOVE LINHA-TURMA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-PROFESSOR.
               MOVE LINHA-PROFESSOR TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           BUSCA-PROFESSOR.
               OPEN INPUT PROFESSOR-MASTER.
               IF WS-PO-STATUS NOT = "00"
                   CLOSE PROFESSOR-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE TU-CODPROFESSOR TO PO-CODIGO.
               READ PROFESSOR-MASTER
                   NOT INVALID KEY
                       MOVE PO-NOME         TO WS-NOME-PROFESSOR
                       MOVE PO-DEPARTAMENTO TO LPR-DEPARTAMENTO
               END-READ.
               CLOSE PROFESSOR-MASTER.

           IMPRIME-ALUNO.
               ADD 1 TO WS-RUN-ACEITOS.
               ADD 1 TO WS-RUN-GRAVADOS.
               MOVE GR-MATRICULA TO LD-MATRICULA.
               MOVE GR-NOME      TO LD-NOME.
               MOVE GR-NOTA1     TO LD-NOTA1.
               MOVE GR-NOTA2     TO LD-NOTA2.
               MOVE GR-NOTA3     TO LD-NOTA3.
               MOVE GR-MEDIA     TO LD-MEDIA.
               MOVE GR-SITUACAO  TO LD-SITUACAO.
               EVALUATE TRUE
                   WHEN GR-SITUACAO (1:8) = "APROVADO"
                       ADD 1 TO WS-QTD-APROVADOS
                       ADD GR-MEDIA TO WS-SOMA-MEDIAS
                   WHEN GR-SITUACAO (1:9) = "REPROVADO"
                       ADD 1 TO WS-QTD-REPROVADOS
                       ADD GR-MEDIA TO WS-SOMA-MEDIAS
                   WHEN OTHER
                       ADD 1 TO WS-QTD-SEM-MEDIA
               END-EVALUATE.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-ACEITOS TO LT-ALUNOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-APROVADOS TO LT-APROVADOS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-REPROVADOS TO LT-REPROVADOS.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-QTD-SEM-MEDIA TO LT-SEM-MEDIA.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE ZEROS TO WS-MEDIA-TURMA.
               IF WS-QTD-APROVADOS + WS-QTD-REPROVADOS > ZEROS
                   COMPUTE WS-MEDIA-TURMA ROUNDED = WS-SOMA-MEDIAS
                       / (WS-QTD-APROVADOS + WS-QTD-REPROVADOS)
               END-IF.
               MOVE WS-MEDIA-TURMA TO LT-MEDIA.
               DISPLAY LINHA-TOTAL5.
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-QTD-SEM-MEDIA > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

           IMPRIME-ASSINATURA.
               IF WS-LINHA-ATUAL + 6 > WS-LINHAS-POR-PAGINA
                   PERFORM CABECALHO-PAGINA
               END-IF.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-ASSINATURA1 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-NOME-PROFESSOR TO LAS-PROFESSOR.
               MOVE LINHA-ASSINATURA2 TO WS-LINHA-IMPRESSA.
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
               MOVE "PAUTA-DE-NOTAS" TO RN-PROGRAMA.
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
               MOVE WS-CODTURMA        TO LCD-TURMA.
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
               MOVE "PAUTA-DE-NOTAS" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
