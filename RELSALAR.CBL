       IDENTIFICATION DIVISION.
             PROGRAM-ID. BENCHMARK-SALARIAL.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CANDIDATOS-MASTER ASSIGN TO "CANDMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CN-ID
                     ALTERNATE RECORD KEY IS CN-NOME WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CN-CODIGO WITH DUPLICATES
                     FILE STATUS IS WS-CM-STATUS.
                 SELECT VAGAS ASSIGN TO "VAGAS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VG-STATUS.
                 SELECT COLOCACAO-MASTER ASSIGN TO "COLOCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CO-CHAVE
                     FILE STATUS IS WS-CO-STATUS.
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
           FD  CANDIDATOS-MASTER.
               COPY "CANDREG.CPY".

           FD  VAGAS.
               COPY "VAGAREG.CPY".

           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

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

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-CM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-VG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           COPY "PROFTAB.CPY".

           01 WS-TABELA-SALARIOS.
               02 WS-SL-ITEM OCCURS 6000 TIMES.
                   03 WS-SL-FONTE       PIC 9(01).
                   03 WS-SL-PROFISSAO   PIC 9(01).
                   03 WS-SL-VALOR       PIC 9(06)V99.
           01 WS-SL-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-SL-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-SL-CHEIA      PIC X(01) VALUE "N".

           01 WS-TABELA-ORDENADA.
               02 WS-OR-VALOR OCCURS 6000 TIMES PIC 9(06)V99.
           01 WS-OR-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-OR-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-OR-J          PIC 9(04) VALUE ZEROS.
           01 WS-OR-MEIO       PIC 9(04) VALUE ZEROS.
           01 WS-OR-TROCA      PIC 9(06)V99 VALUE ZEROS.

           01 WS-TABELA-VAGAS-ABERTAS.
               02 WS-VA-ITEM OCCURS 500 TIMES.
                   03 WS-VA-NUMERO      PIC 9(06).
                   03 WS-VA-EMPRESA     PIC X(30).
                   03 WS-VA-PROFISSAO   PIC 9(01).
                   03 WS-VA-SALARIO     PIC 9(06)V99.
           01 WS-VA-QTD        PIC 9(03) VALUE ZEROS.
           01 WS-VA-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-VA-CHEIA      PIC X(01) VALUE "N".

           01 WS-PF-IDX        PIC 9(01) VALUE ZEROS.
           01 WS-FONTE-IDX     PIC 9(01) VALUE ZEROS.
           01 WS-FONTE-ATUAL   PIC 9(01) VALUE ZEROS.
           01 WS-PROFISSAO-ATUAL PIC 9(01) VALUE ZEROS.

           01 WS-ESTATISTICA.
               02 WS-ES-QTD       PIC 9(04).
               02 WS-ES-MINIMO    PIC 9(06)V99.
               02 WS-ES-MEDIANA   PIC 9(06)V99.
               02 WS-ES-MEDIA     PIC 9(06)V99.
               02 WS-ES-MAXIMO    PIC 9(06)V99.
           01 WS-ES-SOMA         PIC 9(11)V99 VALUE ZEROS.
           01 WS-MEDIANA-FONTE   OCCURS 3 TIMES PIC 9(06)V99.
           01 WS-MEDIA-FONTE     OCCURS 3 TIMES PIC 9(06)V99.
           01 WS-QTD-FONTE       OCCURS 3 TIMES PIC 9(04).
           01 WS-MEDIANA-CONTRATADA OCCURS 6 TIMES PIC 9(06)V99.
           01 WS-DIFERENCA       PIC S9(07)V99 VALUE ZEROS.
           01 WS-DIFERENCA-PCT   PIC S9(05)V99 VALUE ZEROS.
           01 WS-TOTAL-ABAIXO    PIC 9(04) VALUE ZEROS.

           01 WS-NOMES-FONTE-DADOS.
               02 FILLER PIC X(12) VALUE "PRETENDIDO".
               02 FILLER PIC X(12) VALUE "OFERTADO".
               02 FILLER PIC X(12) VALUE "CONTRATADO".
           01 WS-NOMES-FONTE REDEFINES WS-NOMES-FONTE-DADOS.
               02 WS-NOME-FONTE OCCURS 3 TIMES PIC X(12).

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "BENCHMARK SALARIAL POR PROFISSAO".
           01 LINHA-PROFISSAO.
               02 FILLER         PIC X(11) VALUE "PROFISSAO: ".
               02 LP-CODIGO      PIC 9(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-DESCRICAO   PIC X(25).
           01 LINHA-COLUNAS.
               02 FILLER PIC X(15) VALUE "   FONTE".
               02 FILLER PIC X(07) VALUE "    QTD".
               02 FILLER PIC X(14) VALUE "        MINIMO".
               02 FILLER PIC X(14) VALUE "       MEDIANA".
               02 FILLER PIC X(14) VALUE "         MEDIA".
               02 FILLER PIC X(14) VALUE "        MAXIMO".
           01 LINHA-ESTATISTICA.
               02 FILLER         PIC X(03) VALUE SPACES.
               02 LE-FONTE       PIC X(12).
               02 LE-QTD         PIC ZZZZZZ9.
               02 LE-MINIMO      PIC ZZZ.ZZZ.ZZ9,99.
               02 LE-MEDIANA     PIC ZZZ.ZZZ.ZZ9,99.
               02 LE-MEDIA       PIC ZZZ.ZZZ.ZZ9,99.
               02 LE-MAXIMO      PIC ZZZ.ZZZ.ZZ9,99.
           01 LINHA-DIFERENCA.
               02 FILLER         PIC X(36) VALUE
                   "   PRETENDIDO X OFERTADO - MEDIANA: ".
               02 LDF-MEDIANA    PIC ---.---.--9,99.
               02 FILLER         PIC X(10) VALUE "   MEDIA: ".
               02 LDF-MEDIA      PIC ---.---.--9,99.
               02 FILLER         PIC X(03) VALUE " (".
               02 LDF-PCT        PIC ----9,99.
               02 FILLER         PIC X(02) VALUE "%)".
           01 LINHA-SEM-DIFERENCA PIC X(60) VALUE
               "   PRETENDIDO X OFERTADO - SEM DADOS PARA COMPARAR".
           01 LINHA-SECAO-ABAIXO PIC X(60) VALUE
               "VAGAS ABERTAS ABAIXO DA MEDIANA CONTRATADA".
           01 LINHA-COLUNAS-ABAIXO.
               02 FILLER PIC X(08) VALUE "VAGA".
               02 FILLER PIC X(32) VALUE "EMPRESA".
               02 FILLER PIC X(27) VALUE "PROFISSAO".
               02 FILLER PIC X(14) VALUE "       SALARIO".
               02 FILLER PIC X(14) VALUE "  MEDIANA CONT".
               02 FILLER PIC X(10) VALUE "  ABAIXO %".
           01 LINHA-ABAIXO.
               02 LA-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-EMPRESA     PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-PROFISSAO   PIC X(25).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-SALARIO     PIC ZZZ.ZZZ.ZZ9,99.
               02 LA-MEDIANA     PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-PCT         PIC ZZZZ9,99.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(35) VALUE
                   "VAGAS ABAIXO DA MEDIANA CONTRATADA:".
               02 LT-ABAIXO      PIC ZZZ9.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "TABELA DE SALARIOS OU VAGAS CHEIA - DADOS PARCIAIS".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "SALARIO-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               PERFORM LE-CANDIDATOS.
               PERFORM LE-VAGAS.
               PERFORM LE-COLOCACOES.

               DISPLAY LINHA-CABECALHO1.
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > 6
                   PERFORM IMPRIME-PROFISSAO
               END-PERFORM.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY SPACE.
               DISPLAY LINHA-SECAO-ABAIXO.
               MOVE LINHA-SECAO-ABAIXO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-COLUNAS-ABAIXO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-VA-IDX FROM 1 BY 1
                       UNTIL WS-VA-IDX > WS-VA-QTD
                   PERFORM AVALIA-VAGA-ABERTA
               END-PERFORM.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-SL-CHEIA = "S" OR WS-VA-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WS-TOTAL-ABAIXO TO LT-ABAIXO.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-SL-QTD       TO WS-RUN-ACEITOS.
               MOVE WS-TOTAL-ABAIXO TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           LE-CANDIDATOS.
               OPEN INPUT CANDIDATOS-MASTER.
               IF WS-CM-STATUS NOT = "00"
                   DISPLAY "NENHUM CANDIDATO CADASTRADO"
                   CLOSE CANDIDATOS-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE 1 TO WS-FONTE-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATOS-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF NOT CN-INATIVO
                                   AND CN-SALARIO NUMERIC
                                   AND CN-SALARIO > ZEROS
                               MOVE CN-CODIGO  TO WS-PROFISSAO-ATUAL
                               MOVE CN-SALARIO TO WS-OR-TROCA
                               PERFORM GUARDA-SALARIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATOS-MASTER.

           LE-VAGAS.
               OPEN INPUT VAGAS.
               IF WS-VG-STATUS NOT = "00"
                   DISPLAY "NENHUMA VAGA CADASTRADA"
                   CLOSE VAGAS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 2 TO WS-FONTE-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM PROCESSA-VAGA
                   END-READ
               END-PERFORM.
               CLOSE VAGAS.

           PROCESSA-VAGA.
               IF VG-CANCELADA OR VG-SALARIO NOT NUMERIC
                       OR VG-SALARIO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE VG-CODIGO  TO WS-PROFISSAO-ATUAL.
               MOVE VG-SALARIO TO WS-OR-TROCA.
               PERFORM GUARDA-SALARIO.
               IF NOT VG-ABERTA AND NOT VG-REABERTA
                   EXIT PARAGRAPH
               END-IF.
               IF WS-VA-QTD >= 500
                   MOVE "S" TO WS-VA-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-VA-QTD.
               MOVE VG-NUMERO  TO WS-VA-NUMERO (WS-VA-QTD).
               MOVE VG-EMPRESA TO WS-VA-EMPRESA (WS-VA-QTD).
               MOVE VG-CODIGO  TO WS-VA-PROFISSAO (WS-VA-QTD).
               MOVE VG-SALARIO TO WS-VA-SALARIO (WS-VA-QTD).

           LE-COLOCACOES.
               OPEN INPUT COLOCACAO-MASTER.
               IF WS-CO-STATUS NOT = "00"
                   DISPLAY "NENHUMA COLOCACAO REGISTRADA"
                   CLOSE COLOCACAO-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE 3 TO WS-FONTE-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ COLOCACAO-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF CO-CONTRATADO
                                   AND CO-SALARIO NUMERIC
                                   AND CO-SALARIO > ZEROS
                               MOVE CO-CODIGO  TO WS-PROFISSAO-ATUAL
                               MOVE CO-SALARIO TO WS-OR-TROCA
                               PERFORM GUARDA-SALARIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COLOCACAO-MASTER.

           GUARDA-SALARIO.
               IF WS-PROFISSAO-ATUAL < 1 OR WS-PROFISSAO-ATUAL > 6
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-SL-QTD >= 6000
                   MOVE "S" TO WS-SL-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-SL-QTD.
               MOVE WS-FONTE-ATUAL     TO WS-SL-FONTE (WS-SL-QTD).
               MOVE WS-PROFISSAO-ATUAL TO WS-SL-PROFISSAO (WS-SL-QTD).
               MOVE WS-OR-TROCA        TO WS-SL-VALOR (WS-SL-QTD).

           IMPRIME-PROFISSAO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-PROF-CODIGO (WS-PF-IDX)    TO LP-CODIGO.
               MOVE WS-PROF-DESCRICAO (WS-PF-IDX) TO LP-DESCRICAO.
               DISPLAY SPACE.
               DISPLAY LINHA-PROFISSAO.
               MOVE LINHA-PROFISSAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-COLUNAS TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

               PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                       UNTIL WS-FONTE-IDX > 3
                   PERFORM CALCULA-ESTATISTICA
                   MOVE WS-ES-MEDIANA TO WS-MEDIANA-FONTE (WS-FONTE-IDX)
                   MOVE WS-ES-MEDIA   TO WS-MEDIA-FONTE (WS-FONTE-IDX)
                   MOVE WS-ES-QTD     TO WS-QTD-FONTE (WS-FONTE-IDX)
                   MOVE WS-NOME-FONTE (WS-FONTE-IDX) TO LE-FONTE
                   MOVE WS-ES-QTD     TO LE-QTD
                   MOVE WS-ES-MINIMO  TO LE-MINIMO
                   MOVE WS-ES-MEDIANA TO LE-MEDIANA
                   MOVE WS-ES-MEDIA   TO LE-MEDIA
                   MOVE WS-ES-MAXIMO  TO LE-MAXIMO
                   DISPLAY LINHA-ESTATISTICA
                   MOVE LINHA-ESTATISTICA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.
               MOVE WS-MEDIANA-FONTE (3)
                   TO WS-MEDIANA-CONTRATADA (WS-PF-IDX).

               IF WS-QTD-FONTE (1) = ZEROS OR WS-QTD-FONTE (2) = ZEROS
                   DISPLAY LINHA-SEM-DIFERENCA
                   MOVE LINHA-SEM-DIFERENCA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-DIFERENCA =
                   WS-MEDIANA-FONTE (1) - WS-MEDIANA-FONTE (2).
               MOVE WS-DIFERENCA TO LDF-MEDIANA.
               COMPUTE WS-DIFERENCA =
                   WS-MEDIA-FONTE (1) - WS-MEDIA-FONTE (2).
               MOVE WS-DIFERENCA TO LDF-MEDIA.
               COMPUTE WS-DIFERENCA-PCT ROUNDED =
                   WS-DIFERENCA * 100 / WS-MEDIA-FONTE (2).
               MOVE WS-DIFERENCA-PCT TO LDF-PCT.
               DISPLAY LINHA-DIFERENCA
               MOVE LINHA-DIFERENCA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           CALCULA-ESTATISTICA.
               MOVE ZEROS TO WS-ESTATISTICA.
               MOVE ZEROS TO WS-ES-SOMA.
               MOVE ZEROS TO WS-OR-QTD.
               PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                       UNTIL WS-SL-IDX > WS-SL-QTD
                   IF WS-SL-FONTE (WS-SL-IDX) = WS-FONTE-IDX
                           AND WS-SL-PROFISSAO (WS-SL-IDX) = WS-PF-IDX
                       ADD 1 TO WS-OR-QTD
                       MOVE WS-SL-VALOR (WS-SL-IDX)
                           TO WS-OR-VALOR (WS-OR-QTD)
                       ADD WS-SL-VALOR (WS-SL-IDX) TO WS-ES-SOMA
                   END-IF
               END-PERFORM.
               IF WS-OR-QTD = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM ORDENA-VALORES.
               MOVE WS-OR-QTD TO WS-ES-QTD.
               MOVE WS-OR-VALOR (1) TO WS-ES-MINIMO.
               MOVE WS-OR-VALOR (WS-OR-QTD) TO WS-ES-MAXIMO.
               COMPUTE WS-ES-MEDIA ROUNDED = WS-ES-SOMA / WS-OR-QTD.
               DIVIDE WS-OR-QTD BY 2 GIVING WS-OR-MEIO.
               IF WS-OR-MEIO * 2 = WS-OR-QTD
                   COMPUTE WS-ES-MEDIANA ROUNDED =
                       (WS-OR-VALOR (WS-OR-MEIO)
                        + WS-OR-VALOR (WS-OR-MEIO + 1)) / 2
               ELSE
                   MOVE WS-OR-VALOR (WS-OR-MEIO + 1) TO WS-ES-MEDIANA
               END-IF.

           ORDENA-VALORES.
               PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX >= WS-OR-QTD
                   PERFORM VARYING WS-OR-J FROM 1 BY 1
                           UNTIL WS-OR-J > WS-OR-QTD - WS-OR-IDX
                       IF WS-OR-VALOR (WS-OR-J) >
                               WS-OR-VALOR (WS-OR-J + 1)
                           MOVE WS-OR-VALOR (WS-OR-J)
                               TO WS-OR-TROCA
                           MOVE WS-OR-VALOR (WS-OR-J + 1)
                               TO WS-OR-VALOR (WS-OR-J)
                           MOVE WS-OR-TROCA
                               TO WS-OR-VALOR (WS-OR-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           AVALIA-VAGA-ABERTA.
               IF WS-VA-PROFISSAO (WS-VA-IDX) < 1
                       OR WS-VA-PROFISSAO (WS-VA-IDX) > 6
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-VA-PROFISSAO (WS-VA-IDX) TO WS-PF-IDX.
               IF WS-MEDIANA-CONTRATADA (WS-PF-IDX) = ZEROS
                       OR WS-VA-SALARIO (WS-VA-IDX) NOT <
                           WS-MEDIANA-CONTRATADA (WS-PF-IDX)
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-TOTAL-ABAIXO.
               MOVE WS-VA-NUMERO (WS-VA-IDX)  TO LA-NUMERO.
               MOVE WS-VA-EMPRESA (WS-VA-IDX) TO LA-EMPRESA.
               MOVE WS-PROF-DESCRICAO (WS-PF-IDX) TO LA-PROFISSAO.
               MOVE WS-VA-SALARIO (WS-VA-IDX) TO LA-SALARIO.
               MOVE WS-MEDIANA-CONTRATADA (WS-PF-IDX) TO LA-MEDIANA.
               COMPUTE WS-DIFERENCA-PCT ROUNDED =
                   (WS-MEDIANA-CONTRATADA (WS-PF-IDX)
                    - WS-VA-SALARIO (WS-VA-IDX)) * 100
                   / WS-MEDIANA-CONTRATADA (WS-PF-IDX).
               MOVE WS-DIFERENCA-PCT TO LA-PCT.
               DISPLAY LINHA-ABAIXO
               MOVE LINHA-ABAIXO TO WS-LINHA-IMPRESSA.
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
               MOVE "BENCHMARK-SALARIAL" TO RN-PROGRAMA.
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
               MOVE LINHA-CABECALHO-DATA TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 2 TO WS-LINHA-ATUAL.
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
               MOVE "BENCHMARK-SALARIAL" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
