       IDENTIFICATION DIVISION.
             PROGRAM-ID. CARGA-DOCENTE.
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
                 SELECT HORARIO-TURMA ASSIGN TO "HORARIO.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS HO-CHAVE
                     FILE STATUS IS WS-HO-STATUS.
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

           FD  HORARIO-TURMA.
               COPY "HORARIO.CPY".

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
           01 WS-TU-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PO-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-PERIODO      PIC X(06) VALUE SPACES.
           01 WS-CODTURMA     PIC X(08) VALUE SPACES.

           01 WS-TABELA-CARGA.
               02 WS-CG-ITEM OCCURS 500 TIMES.
                   03 CG-ORDEM.
                       04 CG-CODPROFESSOR PIC 9(04).
                       04 CG-CODTURMA     PIC X(08).
                   03 CG-PROFESSOR    PIC X(30).
                   03 CG-CURSO        PIC X(30).
                   03 CG-CREDITOS     PIC 9(02).
                   03 CG-ALUNOS       PIC 9(04).
                   03 CG-MINUTOS      PIC 9(05).
           01 WS-CG-TROCA     PIC X(83) VALUE SPACES.
           01 WS-CG-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-CG-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-CG-J         PIC 9(04) VALUE ZEROS.
           01 WS-CG-POS       PIC 9(04) VALUE ZEROS.
           01 WS-CG-CHEIA     PIC X(01) VALUE "N".

           01 WS-MINUTOS-INICIO PIC 9(05) VALUE ZEROS.
           01 WS-MINUTOS-FIM    PIC 9(05) VALUE ZEROS.
           01 WS-HORA-AUX       PIC 9(02) VALUE ZEROS.
           01 WS-MINUTO-AUX     PIC 9(02) VALUE ZEROS.
           01 WS-HORAS-SEMANAIS PIC 9(03)V9 VALUE ZEROS.

           01 WS-PROFESSOR-ATUAL PIC 9(04) VALUE ZEROS.
           01 WS-PRIMEIRO        PIC X(01) VALUE "S".
           01 WS-HORAS-CONTRATADAS PIC 9(03) VALUE ZEROS.
           01 WS-SUB-TURMAS     PIC 9(04) VALUE ZEROS.
           01 WS-SUB-CREDITOS   PIC 9(05) VALUE ZEROS.
           01 WS-SUB-ALUNOS     PIC 9(06) VALUE ZEROS.
           01 WS-SUB-MINUTOS    PIC 9(06) VALUE ZEROS.
           01 WS-TOT-PROFESSORES PIC 9(04) VALUE ZEROS.
           01 WS-TOT-CREDITOS   PIC 9(06) VALUE ZEROS.
           01 WS-TOT-ALUNOS     PIC 9(06) VALUE ZEROS.
           01 WS-TOT-EXCEDIDOS  PIC 9(04) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "CARGA DOCENTE POR PERIODO".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(10) VALUE "TURMA".
               02 FILLER PIC X(32) VALUE "CURSO".
               02 FILLER PIC X(06) VALUE "CRED".
               02 FILLER PIC X(08) VALUE "ALUNOS".
               02 FILLER PIC X(14) VALUE "HORAS/SEMANA".
           01 LINHA-PROFESSOR.
               02 FILLER            PIC X(11) VALUE "PROFESSOR: ".
               02 LP-CODIGO         PIC 9(04).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LP-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LP-DEPARTAMENTO   PIC X(20).
               02 FILLER            PIC X(14) VALUE "  CONTRATADO: ".
               02 LP-CONTRATADAS    PIC ZZ9.
               02 FILLER            PIC X(02) VALUE " H".
           01 LINHA-DETALHE.
               02 LD-CODTURMA       PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CURSO          PIC X(30).
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-CREDITOS       PIC Z9.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LD-ALUNOS         PIC ZZZ9.
               02 FILLER            PIC X(06) VALUE SPACES.
               02 LD-HORAS          PIC ZZ9,9.
           01 LINHA-SUBTOTAL.
               02 FILLER            PIC X(10) VALUE "  TOTAL:".
               02 LS-TURMAS         PIC ZZZ9.
               02 FILLER            PIC X(29) VALUE " TURMA(S)".
               02 LS-CREDITOS       PIC ZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LS-ALUNOS         PIC ZZZZZ9.
               02 FILLER            PIC X(05) VALUE SPACES.
               02 LS-HORAS          PIC ZZZ9,9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LS-ALERTA         PIC X(30).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "PROFESSORES:".
               02 LT-PROFESSORES    PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "TURMAS:".
               02 LT-TURMAS         PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "CREDITOS:".
               02 LT-CREDITOS       PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "ALUNOS MATRICULADOS:".
               02 LT-ALUNOS         PIC ZZZZZ9.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "ACIMA DA CARGA CONTRATADA:".
               02 LT-EXCEDIDOS      PIC ZZZZZ9.
           01 LINHA-PERIODO-INVALIDO PIC X(60) VALUE
               "PERIODO NAO INFORMADO".
           01 LINHA-SEM-TURMAS PIC X(60) VALUE
               "NENHUMA TURMA NO PERIODO".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 500 TURMAS - RELATORIO INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PERIODO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "CARGA-" WS-PERIODO ".IMP"
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

               OPEN INPUT TURMA-MASTER.
               MOVE WS-TU-STATUS TO WS-TU-ABERTURA.
               IF WS-TU-ABERTURA = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ TURMA-MASTER NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF TU-PERIODO-OFERTA = WS-PERIODO
                                   MOVE TU-CODTURMA TO WS-CODTURMA
                                   PERFORM LOCALIZA-TURMA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

               OPEN INPUT GRADES-MASTER.
               IF WS-GR-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ GRADES-MASTER NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-RUN-LIDOS
                               IF GR-PERIODO = WS-PERIODO
                                   MOVE GR-CODTURMA TO WS-CODTURMA
                                   PERFORM LOCALIZA-TURMA
                                   IF WS-CG-POS > ZEROS
                                       ADD 1 TO CG-ALUNOS (WS-CG-POS)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE GRADES-MASTER.

               OPEN INPUT HORARIO-TURMA.
               IF WS-HO-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ HORARIO-TURMA NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF HO-PERIODO = WS-PERIODO
                                   PERFORM ACUMULA-HORARIO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE HORARIO-TURMA.

               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                       UNTIL WS-CG-IDX > WS-CG-QTD
                   PERFORM COMPLETA-TURMA
               END-PERFORM.
               CLOSE TURMA-MASTER.

               IF WS-CG-QTD = ZEROS
                   DISPLAY LINHA-SEM-TURMAS
                   MOVE LINHA-SEM-TURMAS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM ORDENA-POR-PROFESSOR.

               OPEN INPUT PROFESSOR-MASTER.
               MOVE WS-PO-STATUS TO WS-PO-ABERTURA.
               DISPLAY LINHA-CABECALHO1.
               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                       UNTIL WS-CG-IDX > WS-CG-QTD
                   IF WS-PRIMEIRO = "S"
                           OR CG-CODPROFESSOR (WS-CG-IDX) NOT =
                              WS-PROFESSOR-ATUAL
                       IF WS-PRIMEIRO NOT = "S"
                           PERFORM IMPRIME-SUBTOTAL
                       END-IF
                       PERFORM IMPRIME-PROFESSOR
                   END-IF
                   PERFORM IMPRIME-TURMA
               END-PERFORM.
               PERFORM IMPRIME-SUBTOTAL.
               CLOSE PROFESSOR-MASTER.

               IF WS-CG-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           LOCALIZA-TURMA.
               MOVE ZEROS TO WS-CG-POS.
               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                       UNTIL WS-CG-IDX > WS-CG-QTD
                       OR WS-CG-POS > ZEROS
                   IF CG-CODTURMA (WS-CG-IDX) = WS-CODTURMA
                       MOVE WS-CG-IDX TO WS-CG-POS
                   END-IF
               END-PERFORM.
               IF WS-CG-POS > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-CG-QTD >= 500
                   MOVE "S" TO WS-CG-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-CG-QTD.
               MOVE WS-CG-QTD   TO WS-CG-POS.
               MOVE ZEROS       TO CG-CODPROFESSOR (WS-CG-POS)
                                   CG-CREDITOS (WS-CG-POS)
                                   CG-ALUNOS (WS-CG-POS)
                                   CG-MINUTOS (WS-CG-POS).
               MOVE WS-CODTURMA TO CG-CODTURMA (WS-CG-POS).
               MOVE SPACES      TO CG-PROFESSOR (WS-CG-POS)
                                   CG-CURSO (WS-CG-POS).

           ACUMULA-HORARIO.
               MOVE ZEROS TO WS-CG-POS.
               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                       UNTIL WS-CG-IDX > WS-CG-QTD
                       OR WS-CG-POS > ZEROS
                   IF CG-CODTURMA (WS-CG-IDX) = HO-CODTURMA
                       MOVE WS-CG-IDX TO WS-CG-POS
                   END-IF
               END-PERFORM.
               IF WS-CG-POS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               DIVIDE HO-HORA-INICIO BY 100 GIVING WS-HORA-AUX
                   REMAINDER WS-MINUTO-AUX.
               COMPUTE WS-MINUTOS-INICIO =
                   WS-HORA-AUX * 60 + WS-MINUTO-AUX.
               DIVIDE HO-HORA-FIM BY 100 GIVING WS-HORA-AUX
                   REMAINDER WS-MINUTO-AUX.
               COMPUTE WS-MINUTOS-FIM =
                   WS-HORA-AUX * 60 + WS-MINUTO-AUX.
               IF WS-MINUTOS-FIM > WS-MINUTOS-INICIO
                   COMPUTE CG-MINUTOS (WS-CG-POS) =
                       CG-MINUTOS (WS-CG-POS)
                       + WS-MINUTOS-FIM - WS-MINUTOS-INICIO
               END-IF.

           COMPLETA-TURMA.
               IF WS-TU-ABERTURA NOT = "00"
                   MOVE "*** TURMA NAO CADASTRADA"
                       TO CG-CURSO (WS-CG-IDX)
                   EXIT PARAGRAPH
               END-IF.
               MOVE CG-CODTURMA (WS-CG-IDX) TO TU-CODTURMA.
               READ TURMA-MASTER
                   INVALID KEY
                       MOVE "*** TURMA NAO CADASTRADA"
                           TO CG-CURSO (WS-CG-IDX)
                       EXIT PARAGRAPH
               END-READ.
               MOVE TU-NOME-CURSO TO CG-CURSO (WS-CG-IDX).
               MOVE TU-PROFESSOR  TO CG-PROFESSOR (WS-CG-IDX).
               IF TU-CREDITOS IS NUMERIC
                   MOVE TU-CREDITOS TO CG-CREDITOS (WS-CG-IDX)
               END-IF.
               IF TU-CODPROFESSOR IS NUMERIC
                   MOVE TU-CODPROFESSOR TO CG-CODPROFESSOR (WS-CG-IDX)
               END-IF.

           ORDENA-POR-PROFESSOR.
               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                       UNTIL WS-CG-IDX >= WS-CG-QTD
                   PERFORM VARYING WS-CG-J FROM 1 BY 1
                           UNTIL WS-CG-J > WS-CG-QTD - WS-CG-IDX
                       IF CG-ORDEM (WS-CG-J) >
                               CG-ORDEM (WS-CG-J + 1)
                           MOVE WS-CG-ITEM (WS-CG-J)
                               TO WS-CG-TROCA
                           MOVE WS-CG-ITEM (WS-CG-J + 1)
                               TO WS-CG-ITEM (WS-CG-J)
                           MOVE WS-CG-TROCA
                               TO WS-CG-ITEM (WS-CG-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           IMPRIME-PROFESSOR.
               MOVE "N" TO WS-PRIMEIRO.
               MOVE CG-CODPROFESSOR (WS-CG-IDX) TO WS-PROFESSOR-ATUAL.
               MOVE ZEROS TO WS-SUB-TURMAS WS-SUB-CREDITOS
                             WS-SUB-ALUNOS WS-SUB-MINUTOS
                             WS-HORAS-CONTRATADAS.
               ADD 1 TO WS-TOT-PROFESSORES.
               MOVE WS-PROFESSOR-ATUAL TO LP-CODIGO.
               MOVE SPACES TO LP-DEPARTAMENTO.
               IF WS-PROFESSOR-ATUAL = ZEROS
                   MOVE "SEM PROFESSOR CADASTRADO" TO LP-NOME
               ELSE
                   MOVE "*** NAO CADASTRADO" TO LP-NOME
                   IF WS-PO-ABERTURA = "00"
                       MOVE WS-PROFESSOR-ATUAL TO PO-CODIGO
                       READ PROFESSOR-MASTER
                           NOT INVALID KEY
                               MOVE PO-NOME TO LP-NOME
                               MOVE PO-DEPARTAMENTO
                                   TO LP-DEPARTAMENTO
                               MOVE PO-HORAS-CONTRATADAS
                                   TO WS-HORAS-CONTRATADAS
                       END-READ
                   END-IF
               END-IF.
               MOVE WS-HORAS-CONTRATADAS TO LP-CONTRATADAS.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-PROFESSOR.
               MOVE LINHA-PROFESSOR TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TURMA.
               ADD 1 TO WS-RUN-ACEITOS.
               ADD 1 TO WS-RUN-GRAVADOS.
               ADD 1 TO WS-SUB-TURMAS.
               ADD CG-CREDITOS (WS-CG-IDX) TO WS-SUB-CREDITOS.
               ADD CG-ALUNOS (WS-CG-IDX)   TO WS-SUB-ALUNOS.
               ADD CG-MINUTOS (WS-CG-IDX)  TO WS-SUB-MINUTOS.
               MOVE CG-CODTURMA (WS-CG-IDX) TO LD-CODTURMA.
               MOVE CG-CURSO (WS-CG-IDX)    TO LD-CURSO.
               MOVE CG-CREDITOS (WS-CG-IDX) TO LD-CREDITOS.
               MOVE CG-ALUNOS (WS-CG-IDX)   TO LD-ALUNOS.
               COMPUTE WS-HORAS-SEMANAIS ROUNDED =
                   CG-MINUTOS (WS-CG-IDX) / 60.
               MOVE WS-HORAS-SEMANAIS TO LD-HORAS.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-SUBTOTAL.
               ADD WS-SUB-CREDITOS TO WS-TOT-CREDITOS.
               ADD WS-SUB-ALUNOS   TO WS-TOT-ALUNOS.
               MOVE WS-SUB-TURMAS   TO LS-TURMAS.
               MOVE WS-SUB-CREDITOS TO LS-CREDITOS.
               MOVE WS-SUB-ALUNOS   TO LS-ALUNOS.
               COMPUTE WS-HORAS-SEMANAIS ROUNDED = WS-SUB-MINUTOS / 60.
               MOVE WS-HORAS-SEMANAIS TO LS-HORAS.
               MOVE SPACES TO LS-ALERTA.
               IF WS-HORAS-CONTRATADAS > ZEROS
                       AND WS-HORAS-SEMANAIS > WS-HORAS-CONTRATADAS
                   MOVE "*** ACIMA DA CARGA CONTRATADA" TO LS-ALERTA
                   ADD 1 TO WS-TOT-EXCEDIDOS
                   ADD 1 TO WS-RUN-REJEITADOS
                   MOVE 4 TO RETURN-CODE
               END-IF.
               DISPLAY LINHA-SUBTOTAL.
               MOVE LINHA-SUBTOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOT-PROFESSORES TO LT-PROFESSORES.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CG-QTD TO LT-TURMAS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOT-CREDITOS TO LT-CREDITOS.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOT-ALUNOS TO LT-ALUNOS.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOT-EXCEDIDOS TO LT-EXCEDIDOS.
               DISPLAY LINHA-TOTAL5.
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA.
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
               MOVE "CARGA-DOCENTE" TO RN-PROGRAMA.
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
               MOVE "CARGA-DOCENTE" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
