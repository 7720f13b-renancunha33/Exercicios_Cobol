       IDENTIFICATION DIVISION.
             PROGRAM-ID. SITUACAO-ACADEMICA.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT ALUNOS-MASTER ASSIGN TO "ALUNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AL-MATRICULA
                     FILE STATUS IS WS-AL-STATUS.
                 SELECT GRADES-MASTER ASSIGN TO "GRADES.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS GR-CHAVE
                     FILE STATUS IS WS-GR-STATUS.
                 SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CODTURMA
                     FILE STATUS IS WS-TU-STATUS.
                 SELECT DESEMPENHO ASSIGN TO "DESEMPEN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DS-STATUS.
                 SELECT CARTA-IMPRESSA ASSIGN TO WS-NOME-CARTAS
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CI-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
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
           FD  ALUNOS-MASTER.
               COPY "ALUNMST.CPY".

           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  DESEMPENHO.
               COPY "DESEMPEN.CPY".

           FD  CARTA-IMPRESSA.
           01 CARTA-IMPRESSA-REG  PIC X(132).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  RELATORIO-IMPRESSO.
           01 RELATORIO-IMPRESSO-REG  PIC X(132).

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           FD  RELATORIO-CATALOGO.
               COPY "RELCAT.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
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
               02 FILLER     PIC X(14) VALUE "  CR MINIMO: ".
               02 LCD-CR-MINIMO PIC Z9,99.

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-DS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CI-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-PERIODO      PIC X(06) VALUE SPACES.
           01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
               02 PS-ANO          PIC 9(04).
               02 PS-TRACO        PIC X(01).
               02 PS-SEMESTRE     PIC 9(01).
           01 WS-PARM-CR      PIC X(04) VALUE SPACES.
           01 WS-PARM-CR-NUM REDEFINES WS-PARM-CR PIC 9(02)V99.
           01 WS-PARM-LIMITE  PIC X(02) VALUE SPACES.
           01 WS-PARM-LIMITE-NUM REDEFINES WS-PARM-LIMITE PIC 9(02).
           01 WS-PARM-TOPO    PIC X(02) VALUE SPACES.
           01 WS-PARM-TOPO-NUM REDEFINES WS-PARM-TOPO PIC 9(02).
           01 WS-CR-MINIMO    PIC 9(02)V99 VALUE 5,00.
           01 WS-LIMITE-PROBATORIO PIC 9(02) VALUE 02.
           01 WS-TAMANHO-QUADRO PIC 9(02) VALUE 05.

           01 WS-MATRICULA-ATUAL PIC X(10) VALUE SPACES.
           01 WS-SOMA-PONTOS  PIC 9(07)V99 VALUE ZEROS.
           01 WS-SOMA-CREDITOS PIC 9(03) VALUE ZEROS.
           01 WS-NOTA-CONSIDERADA PIC 9(02)V99 VALUE ZEROS.
           01 WS-CR           PIC 9(02)V99 VALUE ZEROS.
           01 WS-PROBATORIOS-ANTERIORES PIC 9(02) VALUE ZEROS.
           01 WS-PROBATORIOS  PIC 9(02) VALUE ZEROS.
           01 WS-SITUACAO     PIC X(01) VALUE SPACES.

           01 WS-TABELA-DESEMPENHO.
               02 WS-TD-ITEM OCCURS 5000 TIMES.
                   03 TD-MATRICULA    PIC X(10).
                   03 TD-PERIODO      PIC X(06).
                   03 TD-CREDITOS     PIC 9(03).
                   03 TD-CR           PIC 9(02)V99.
                   03 TD-SITUACAO     PIC X(01).
                   03 TD-PROBATORIOS  PIC 9(02).
                   03 TD-DATA         PIC 9(08).
           01 WS-TD-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-TD-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-TD-POS       PIC 9(04) VALUE ZEROS.
           01 WS-TD-CHEIA     PIC X(01) VALUE "N".
           01 WS-PERIODO-ANTERIOR PIC X(06) VALUE SPACES.

           01 WS-QUADRO-HONRA.
               02 WS-QH-ITEM OCCURS 3000 TIMES.
                   03 QH-ORDEM.
                       04 QH-CURSO        PIC X(20).
                       04 QH-CR-INVERSO   PIC 9(04).
                   03 QH-MATRICULA    PIC X(10).
                   03 QH-NOME         PIC X(30).
                   03 QH-CR           PIC 9(02)V99.
                   03 QH-CREDITOS     PIC 9(03).
           01 WS-QH-TROCA     PIC X(71) VALUE SPACES.
           01 WS-QH-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-QH-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-QH-J         PIC 9(04) VALUE ZEROS.
           01 WS-QH-CHEIA     PIC X(01) VALUE "N".
           01 WS-CURSO-ATUAL  PIC X(20) VALUE SPACES.
           01 WS-COLOCACAO    PIC 9(04) VALUE ZEROS.

           01 WS-NOME-CARTAS  PIC X(30) VALUE SPACES.
           01 WS-CARTAS       PIC 9(06) VALUE ZEROS.
           01 WS-LINHAS-CARTAS PIC 9(06) VALUE ZEROS.

           01 WS-TOTAL-AVALIADOS  PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-REGULARES  PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-PROBATORIO PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-JUBILADOS  PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-IGNORADOS  PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "SITUACAO ACADEMICA POR PERIODO".
           01 LINHA-CABECALHO2  PIC X(132) VALUE SPACES.
           01 LINHA-CABECALHO-ALUNOS.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(22) VALUE "CURSO".
               02 FILLER PIC X(06) VALUE "CRED".
               02 FILLER PIC X(08) VALUE "CR".
               02 FILLER PIC X(20) VALUE "SITUACAO".
           01 LINHA-CABECALHO-QUADRO.
               02 FILLER PIC X(06) VALUE "POS".
               02 FILLER PIC X(22) VALUE "CURSO".
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(06) VALUE "CRED".
               02 FILLER PIC X(08) VALUE "CR".
           01 LINHA-DETALHE.
               02 LD-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CURSO          PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CREDITOS       PIC ZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-CR             PIC Z9,99.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-SITUACAO       PIC X(30).
           01 LINHA-QUADRO.
               02 LQ-COLOCACAO      PIC ZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LQ-CURSO          PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LQ-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LQ-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LQ-CREDITOS       PIC ZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LQ-CR             PIC Z9,99.
           01 LINHA-TITULO-SECAO PIC X(60) VALUE SPACES.

           01 LINHA-CARTA-CABECALHO.
               02 FILLER PIC X(40) VALUE
                   "SECRETARIA ACADEMICA".
               02 FILLER PIC X(06) VALUE "DATA: ".
               02 LCC-DATA          PIC 9(08).
           01 LINHA-CARTA-DESTINO.
               02 FILLER PIC X(13) VALUE "PREZADO(A) ".
               02 LCT-NOME          PIC X(50).
           01 LINHA-CARTA-ALUNO.
               02 FILLER PIC X(11) VALUE "MATRICULA: ".
               02 LCA-MATRICULA     PIC X(10).
               02 FILLER PIC X(10) VALUE "  CURSO: ".
               02 LCA-CURSO         PIC X(20).
           01 LINHA-CARTA-CR.
               02 FILLER PIC X(40) VALUE
                   "SEU COEFICIENTE DE RENDIMENTO (CR) NO PE".
               02 FILLER PIC X(08) VALUE "RIODO ".
               02 LCR-PERIODO       PIC X(06).
               02 FILLER PIC X(09) VALUE " FOI DE ".
               02 LCR-CR            PIC Z9,99.
               02 FILLER PIC X(24) VALUE ", ABAIXO DO MINIMO DE ".
               02 LCR-MINIMO        PIC Z9,99.
               02 FILLER PIC X(01) VALUE ".".
           01 LINHA-CARTA-PROBATORIO.
               02 FILLER PIC X(40) VALUE
                   "VOCE ESTA EM REGIME PROBATORIO: PERIODO ".
               02 LCP-ATUAL         PIC Z9.
               02 FILLER PIC X(04) VALUE " DE ".
               02 LCP-LIMITE        PIC Z9.
               02 FILLER PIC X(24) VALUE " CONSECUTIVOS PERMITIDOS".
               02 FILLER PIC X(01) VALUE ".".
           01 LINHA-CARTA-ALERTA.
               02 FILLER PIC X(46) VALUE
                   "ATINGIDO O LIMITE, A MATRICULA SERA CANCELADA ".
               02 FILLER PIC X(46) VALUE
                   "(JUBILAMENTO). PROCURE A COORDENACAO DO CURSO.".
           01 LINHA-CARTA-JUBILAMENTO1.
               02 FILLER PIC X(24) VALUE "EM RAZAO DE TER ATINGIDO".
               02 FILLER PIC X(01) VALUE SPACE.
               02 LCJ-LIMITE        PIC Z9.
               02 FILLER PIC X(40) VALUE
                   " PERIODOS CONSECUTIVOS EM REGIME PROBATO".
               02 FILLER PIC X(04) VALUE "RIO,".
           01 LINHA-CARTA-JUBILAMENTO2.
               02 FILLER PIC X(43) VALUE
                   "SUA MATRICULA FOI CANCELADA (JUBILAMENTO). ".
               02 FILLER PIC X(47) VALUE
                   "O PRAZO PARA RECURSO E DE 10 DIAS.".
           01 LINHA-CARTA-ASSINATURA PIC X(42) VALUE
               "__________________________________________".
           01 LINHA-CARTA-SECRETARIA PIC X(42) VALUE
               "SECRETARIA ACADEMICA".
           01 LINHA-CARTA-SEPARADOR PIC X(132) VALUE ALL "=".

           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "ALUNOS AVALIADOS:".
               02 LT-AVALIADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "SITUACAO REGULAR:".
               02 LT-REGULARES      PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "EM REGIME PROBATORIO:".
               02 LT-PROBATORIO     PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "MATRICULAS CANCELADAS:".
               02 LT-JUBILADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "NAO ATIVOS (IGNORADOS):".
               02 LT-IGNORADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL6.
               02 FILLER   PIC X(28) VALUE "CARTAS EMITIDAS:".
               02 LT-CARTAS         PIC ZZZZZ9.
           01 LINHA-PERIODO-INVALIDO PIC X(60) VALUE
               "PERIODO INVALIDO - FORMATO AAAA-S".
           01 LINHA-SEM-ALUNOS PIC X(60) VALUE
               "ARQUIVO ALUNMST.DAT INDISPONIVEL".
           01 LINHA-SEM-NOTAS PIC X(60) VALUE
               "ARQUIVO GRADES.DAT INDISPONIVEL".
           01 LINHA-HISTORICO-CHEIO PIC X(60) VALUE
               "MAIS DE 5000 REGISTROS EM DESEMPEN.DAT - NADA ALTERADO".
           01 LINHA-QUADRO-CHEIO PIC X(60) VALUE
               "MAIS DE 3000 CANDIDATOS - QUADRO DE HONRA INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PERIODO.
               ACCEPT WS-PARM-CR.
               ACCEPT WS-PARM-LIMITE.
               ACCEPT WS-PARM-TOPO.
               IF WS-PARM-CR NUMERIC AND WS-PARM-CR-NUM > ZEROS
                   MOVE WS-PARM-CR-NUM TO WS-CR-MINIMO
               END-IF.
               IF WS-PARM-LIMITE NUMERIC AND WS-PARM-LIMITE-NUM > ZEROS
                   MOVE WS-PARM-LIMITE-NUM TO WS-LIMITE-PROBATORIO
               END-IF.
               IF WS-PARM-TOPO NUMERIC AND WS-PARM-TOPO-NUM > ZEROS
                   MOVE WS-PARM-TOPO-NUM TO WS-TAMANHO-QUADRO
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "SITUACAO-" WS-PERIODO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               MOVE SPACES TO WS-NOME-CARTAS.
               STRING "CARTAS-" WS-PERIODO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-CARTAS.
               MOVE LINHA-CABECALHO-ALUNOS TO LINHA-CABECALHO2.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               IF PS-ANO NOT NUMERIC OR PS-TRACO NOT = "-"
                       OR PS-SEMESTRE NOT NUMERIC
                       OR PS-SEMESTRE < 1 OR PS-SEMESTRE > 2
                   DISPLAY LINHA-PERIODO-INVALIDO
                   MOVE LINHA-PERIODO-INVALIDO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM CARREGA-DESEMPENHO.
               IF WS-TD-CHEIA = "S"
                   DISPLAY LINHA-HISTORICO-CHEIO
                   MOVE LINHA-HISTORICO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               OPEN I-O ALUNOS-MASTER.
               IF WS-AL-STATUS NOT = "00"
                   CLOSE ALUNOS-MASTER
                   DISPLAY LINHA-SEM-ALUNOS
                   MOVE LINHA-SEM-ALUNOS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT GRADES-MASTER.
               IF WS-GR-STATUS NOT = "00"
                   CLOSE GRADES-MASTER
                   CLOSE ALUNOS-MASTER
                   DISPLAY LINHA-SEM-NOTAS
                   MOVE LINHA-SEM-NOTAS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT TURMA-MASTER.
               MOVE WS-TU-STATUS TO WS-TU-ABERTURA.
               OPEN OUTPUT CARTA-IMPRESSA.

               DISPLAY LINHA-CABECALHO1.
               MOVE SPACES TO WS-MATRICULA-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ GRADES-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF GR-MATRICULA NOT = WS-MATRICULA-ATUAL
                               IF WS-MATRICULA-ATUAL NOT = SPACES
                                   PERFORM AVALIA-ALUNO
                               END-IF
                               MOVE GR-MATRICULA TO WS-MATRICULA-ATUAL
                               MOVE ZEROS TO WS-SOMA-PONTOS
                                             WS-SOMA-CREDITOS
                           END-IF
                           IF GR-PERIODO = WS-PERIODO
                               PERFORM ACUMULA-NOTA
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-MATRICULA-ATUAL NOT = SPACES
                   PERFORM AVALIA-ALUNO
               END-IF.
               CLOSE GRADES-MASTER.
               CLOSE TURMA-MASTER.
               CLOSE ALUNOS-MASTER.
               CLOSE CARTA-IMPRESSA.

               PERFORM GRAVA-DESEMPENHO.
               PERFORM IMPRIME-QUADRO-HONRA.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               IF WS-CARTAS > ZEROS
                   PERFORM GRAVA-CATALOGO-CARTAS
               END-IF.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           CARREGA-DESEMPENHO.
               MOVE ZEROS TO WS-TD-QTD.
               OPEN INPUT DESEMPENHO.
               IF WS-DS-STATUS NOT = "00"
                   CLOSE DESEMPENHO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ DESEMPENHO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-TD-QTD < 5000
                               ADD 1 TO WS-TD-QTD
                               MOVE DESEMPENHO-REG
                                   TO WS-TD-ITEM (WS-TD-QTD)
                           ELSE
                               MOVE "S" TO WS-TD-CHEIA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DESEMPENHO.

           ACUMULA-NOTA.
               IF WS-TU-ABERTURA NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE GR-CODTURMA TO TU-CODTURMA.
               READ TURMA-MASTER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF TU-CREDITOS NOT NUMERIC OR TU-CREDITOS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE GR-SITUACAO
                   WHEN "APROVADO "
                   WHEN "REPROVADO"
                       MOVE GR-MEDIA TO WS-NOTA-CONSIDERADA
                   WHEN "REPROVADO POR FALTA"
                       MOVE ZEROS TO WS-NOTA-CONSIDERADA
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE.
               COMPUTE WS-SOMA-PONTOS = WS-SOMA-PONTOS
                   + WS-NOTA-CONSIDERADA * TU-CREDITOS.
               ADD TU-CREDITOS TO WS-SOMA-CREDITOS.

           AVALIA-ALUNO.
               IF WS-SOMA-CREDITOS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-MATRICULA-ATUAL TO AL-MATRICULA.
               READ ALUNOS-MASTER
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-IGNORADOS
                       ADD 1 TO WS-RUN-REJEITADOS
                       EXIT PARAGRAPH
               END-READ.
               IF NOT AL-ATIVO
                   ADD 1 TO WS-TOTAL-IGNORADOS
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-TOTAL-AVALIADOS.
               ADD 1 TO WS-RUN-ACEITOS.
               COMPUTE WS-CR ROUNDED =
                   WS-SOMA-PONTOS / WS-SOMA-CREDITOS.
               PERFORM BUSCA-HISTORICO.

               IF WS-CR < WS-CR-MINIMO
                   COMPUTE WS-PROBATORIOS =
                       WS-PROBATORIOS-ANTERIORES + 1
                   IF WS-PROBATORIOS >= WS-LIMITE-PROBATORIO
                       MOVE "J" TO WS-SITUACAO
                       PERFORM JUBILA-ALUNO
                   ELSE
                       MOVE "P" TO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-PROBATORIO
                   END-IF
                   PERFORM EMITE-CARTA
               ELSE
                   MOVE "R" TO WS-SITUACAO
                   MOVE ZEROS TO WS-PROBATORIOS
                   ADD 1 TO WS-TOTAL-REGULARES
                   PERFORM GUARDA-QUADRO-HONRA
               END-IF.
               PERFORM GUARDA-DESEMPENHO.
               PERFORM IMPRIME-ALUNO.

           BUSCA-HISTORICO.
               MOVE ZEROS  TO WS-TD-POS.
               MOVE ZEROS  TO WS-PROBATORIOS-ANTERIORES.
               MOVE SPACES TO WS-PERIODO-ANTERIOR.
               PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                       UNTIL WS-TD-IDX > WS-TD-QTD
                   IF TD-MATRICULA (WS-TD-IDX) = WS-MATRICULA-ATUAL
                       IF TD-PERIODO (WS-TD-IDX) = WS-PERIODO
                           MOVE WS-TD-IDX TO WS-TD-POS
                       END-IF
                       IF TD-PERIODO (WS-TD-IDX) < WS-PERIODO
                               AND TD-PERIODO (WS-TD-IDX) >
                                   WS-PERIODO-ANTERIOR
                           MOVE TD-PERIODO (WS-TD-IDX)
                               TO WS-PERIODO-ANTERIOR
                           MOVE ZEROS TO WS-PROBATORIOS-ANTERIORES
                           IF TD-SITUACAO (WS-TD-IDX) = "P"
                                   AND TD-PROBATORIOS (WS-TD-IDX)
                                       IS NUMERIC
                               MOVE TD-PROBATORIOS (WS-TD-IDX)
                                   TO WS-PROBATORIOS-ANTERIORES
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           GUARDA-DESEMPENHO.
               IF WS-TD-POS = ZEROS
                   IF WS-TD-QTD >= 5000
                       MOVE "S" TO WS-TD-CHEIA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-TD-QTD
                   MOVE WS-TD-QTD TO WS-TD-POS
               END-IF.
               MOVE WS-MATRICULA-ATUAL TO TD-MATRICULA (WS-TD-POS).
               MOVE WS-PERIODO         TO TD-PERIODO (WS-TD-POS).
               MOVE WS-SOMA-CREDITOS   TO TD-CREDITOS (WS-TD-POS).
               MOVE WS-CR              TO TD-CR (WS-TD-POS).
               MOVE WS-SITUACAO        TO TD-SITUACAO (WS-TD-POS).
               MOVE WS-PROBATORIOS     TO TD-PROBATORIOS (WS-TD-POS).
               MOVE WS-RUN-DATA        TO TD-DATA (WS-TD-POS).

           GRAVA-DESEMPENHO.
               OPEN OUTPUT DESEMPENHO.
               PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                       UNTIL WS-TD-IDX > WS-TD-QTD
                   MOVE WS-TD-ITEM (WS-TD-IDX) TO DESEMPENHO-REG
                   WRITE DESEMPENHO-REG
                   ADD 1 TO WS-RUN-GRAVADOS
               END-PERFORM.
               CLOSE DESEMPENHO.
               IF WS-TD-CHEIA = "S"
                   DISPLAY LINHA-HISTORICO-CHEIO
                   MOVE LINHA-HISTORICO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           JUBILA-ALUNO.
               MOVE "J" TO AL-STATUS.
               REWRITE ALUNOS-MASTER-REG.
               ADD 1 TO WS-TOTAL-JUBILADOS.
               PERFORM GRAVA-AUDITORIA.

           IMPRIME-ALUNO.
               MOVE AL-MATRICULA     TO LD-MATRICULA.
               MOVE AL-NOME          TO LD-NOME.
               MOVE AL-CURSO         TO LD-CURSO.
               MOVE WS-SOMA-CREDITOS TO LD-CREDITOS.
               MOVE WS-CR            TO LD-CR.
               EVALUATE WS-SITUACAO
                   WHEN "R"
                       MOVE "REGULAR" TO LD-SITUACAO
                   WHEN "P"
                       MOVE SPACES TO LD-SITUACAO
                       STRING "PROBATORIO " WS-PROBATORIOS
                           "/" WS-LIMITE-PROBATORIO
                           DELIMITED BY SIZE INTO LD-SITUACAO
                   WHEN OTHER
                       MOVE "MATRICULA CANCELADA" TO LD-SITUACAO
               END-EVALUATE.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           GUARDA-QUADRO-HONRA.
               IF WS-QH-QTD >= 3000
                   MOVE "S" TO WS-QH-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QH-QTD.
               MOVE AL-CURSO     TO QH-CURSO (WS-QH-QTD).
               COMPUTE QH-CR-INVERSO (WS-QH-QTD) = 9999 - WS-CR * 100.
               MOVE AL-MATRICULA TO QH-MATRICULA (WS-QH-QTD).
               MOVE AL-NOME      TO QH-NOME (WS-QH-QTD).
               MOVE WS-CR        TO QH-CR (WS-QH-QTD).
               MOVE WS-SOMA-CREDITOS TO QH-CREDITOS (WS-QH-QTD).

           EMITE-CARTA.
               ADD 1 TO WS-CARTAS.
               MOVE WS-RUN-DATA TO LCC-DATA.
               MOVE LINHA-CARTA-CABECALHO TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE SPACES TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE AL-NOME TO LCT-NOME.
               MOVE LINHA-CARTA-DESTINO TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE AL-MATRICULA TO LCA-MATRICULA.
               MOVE AL-CURSO     TO LCA-CURSO.
               MOVE LINHA-CARTA-ALUNO TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE SPACES TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE WS-PERIODO   TO LCR-PERIODO.
               MOVE WS-CR        TO LCR-CR.
               MOVE WS-CR-MINIMO TO LCR-MINIMO.
               MOVE LINHA-CARTA-CR TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               IF WS-SITUACAO = "J"
                   MOVE WS-LIMITE-PROBATORIO TO LCJ-LIMITE
                   MOVE LINHA-CARTA-JUBILAMENTO1 TO CARTA-IMPRESSA-REG
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE LINHA-CARTA-JUBILAMENTO2 TO CARTA-IMPRESSA-REG
                   PERFORM GRAVA-LINHA-CARTA
               ELSE
                   MOVE WS-PROBATORIOS       TO LCP-ATUAL
                   MOVE WS-LIMITE-PROBATORIO TO LCP-LIMITE
                   MOVE LINHA-CARTA-PROBATORIO TO CARTA-IMPRESSA-REG
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE LINHA-CARTA-ALERTA TO CARTA-IMPRESSA-REG
                   PERFORM GRAVA-LINHA-CARTA
               END-IF.
               MOVE SPACES TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE LINHA-CARTA-ASSINATURA TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE LINHA-CARTA-SECRETARIA TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.
               MOVE LINHA-CARTA-SEPARADOR TO CARTA-IMPRESSA-REG.
               PERFORM GRAVA-LINHA-CARTA.

           GRAVA-LINHA-CARTA.
               WRITE CARTA-IMPRESSA-REG.
               ADD 1 TO WS-LINHAS-CARTAS.

           IMPRIME-QUADRO-HONRA.
               PERFORM ORDENA-QUADRO-HONRA.
               MOVE LINHA-CABECALHO-QUADRO TO LINHA-CABECALHO2.
               MOVE "QUADRO DE HONRA POR CURSO" TO LINHA-TITULO-SECAO.
               DISPLAY SPACE.
               DISPLAY LINHA-TITULO-SECAO.
               PERFORM CABECALHO-PAGINA.
               MOVE LINHA-TITULO-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES TO WS-CURSO-ATUAL.
               MOVE ZEROS  TO WS-COLOCACAO.
               PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                       UNTIL WS-QH-IDX > WS-QH-QTD
                   IF QH-CURSO (WS-QH-IDX) NOT = WS-CURSO-ATUAL
                           OR WS-QH-IDX = 1
                       MOVE QH-CURSO (WS-QH-IDX) TO WS-CURSO-ATUAL
                       MOVE ZEROS TO WS-COLOCACAO
                       MOVE SPACES TO WS-LINHA-IMPRESSA
                       PERFORM IMPRIME-LINHA-RELATORIO
                   END-IF
                   IF WS-COLOCACAO < WS-TAMANHO-QUADRO
                       ADD 1 TO WS-COLOCACAO
                       MOVE WS-COLOCACAO             TO LQ-COLOCACAO
                       MOVE QH-CURSO (WS-QH-IDX)     TO LQ-CURSO
                       MOVE QH-MATRICULA (WS-QH-IDX) TO LQ-MATRICULA
                       MOVE QH-NOME (WS-QH-IDX)      TO LQ-NOME
                       MOVE QH-CREDITOS (WS-QH-IDX)  TO LQ-CREDITOS
                       MOVE QH-CR (WS-QH-IDX)        TO LQ-CR
                       DISPLAY LINHA-QUADRO
                       MOVE LINHA-QUADRO TO WS-LINHA-IMPRESSA
                       PERFORM IMPRIME-LINHA-RELATORIO
                   END-IF
               END-PERFORM.
               IF WS-QH-CHEIA = "S"
                   DISPLAY LINHA-QUADRO-CHEIO
                   MOVE LINHA-QUADRO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           ORDENA-QUADRO-HONRA.
               PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                       UNTIL WS-QH-IDX >= WS-QH-QTD
                   PERFORM VARYING WS-QH-J FROM 1 BY 1
                           UNTIL WS-QH-J > WS-QH-QTD - WS-QH-IDX
                       IF QH-ORDEM (WS-QH-J) >
                               QH-ORDEM (WS-QH-J + 1)
                           MOVE WS-QH-ITEM (WS-QH-J)
                               TO WS-QH-TROCA
                           MOVE WS-QH-ITEM (WS-QH-J + 1)
                               TO WS-QH-ITEM (WS-QH-J)
                           MOVE WS-QH-TROCA
                               TO WS-QH-ITEM (WS-QH-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-AVALIADOS TO LT-AVALIADOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-REGULARES TO LT-REGULARES.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-PROBATORIO TO LT-PROBATORIO.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-JUBILADOS TO LT-JUBILADOS.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-IGNORADOS TO LT-IGNORADOS.
               DISPLAY LINHA-TOTAL5.
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CARTAS TO LT-CARTAS.
               DISPLAY LINHA-TOTAL6.
               MOVE LINHA-TOTAL6 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "SITUACAO-ACADEMICA" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA       TO AJ-DATA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE AL-MATRICULA      TO AJ-CHAVE.
               MOVE WS-CR             TO AJ-VALOR.
               MOVE "MATRICULA CANCELADA-JUBILAM." TO AJ-DESCRICAO.
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

           GRAVA-CATALOGO-CARTAS.
               OPEN EXTEND RELATORIO-CATALOGO.
               IF WS-CAT-STATUS = "35"
                   OPEN OUTPUT RELATORIO-CATALOGO
                   CLOSE RELATORIO-CATALOGO
                   OPEN EXTEND RELATORIO-CATALOGO
               END-IF.
               MOVE "SITUACAO-ACADEMICA" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-CARTAS          TO RL-PAGINAS.
               MOVE WS-LINHAS-CARTAS   TO RL-LINHAS.
               MOVE WS-NOME-CARTAS     TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.

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
               MOVE "SITUACAO-ACADEMICA" TO RN-PROGRAMA.
               MOVE WS-RUN-DATA TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               MOVE WS-RUN-LIDOS      TO RN-LIDOS.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
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
               MOVE WS-CR-MINIMO       TO LCD-CR-MINIMO.
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
               MOVE "SITUACAO-ACADEMICA" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
