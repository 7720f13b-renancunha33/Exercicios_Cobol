       IDENTIFICATION DIVISION.
             PROGRAM-ID. FUNIL-DE-RECRUTAMENTO.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT VAGAS ASSIGN TO "VAGAS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VG-STATUS.
                 SELECT VAGA-HISTORICO ASSIGN TO "VAGAHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VH-STATUS.
                 SELECT COLOCACAO-MASTER ASSIGN TO "COLOCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CO-CHAVE
                     FILE STATUS IS WS-CO-STATUS.
                 SELECT ENTREVISTAS ASSIGN TO "ENTREV.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EN-STATUS.
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
           FD  VAGAS.
               COPY "VAGAREG.CPY".

           FD  VAGA-HISTORICO.
           01 VAGA-HISTORICO-REG  PIC X(81).

           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

           FD  ENTREVISTAS.
               COPY "ENTREV.CPY".

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
               02 FILLER     PIC X(08) VALUE "  MES: ".
               02 LCD-MES    PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-VG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-VH-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-EN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           COPY "PROFTAB.CPY".
           COPY "SERVDATA.CPY".

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-MES-REF-PARTES REDEFINES WS-MES-REFERENCIA.
               02 WS-MES-REF-ANO PIC 9(04).
               02 WS-MES-REF-MES PIC 9(02).
           01 WS-MES-INICIAL    PIC 9(06) VALUE ZEROS.
           01 WS-MES-INI-PARTES REDEFINES WS-MES-INICIAL.
               02 WS-MES-INI-ANO PIC 9(04).
               02 WS-MES-INI-MES PIC 9(02).
           01 WS-ORDEM-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-ORDEM-VAGA     PIC 9(06) VALUE ZEROS.
           01 WS-MES-IDX        PIC 9(02) VALUE ZEROS.
           01 WS-PF-IDX         PIC 9(01) VALUE ZEROS.
           01 WS-DATA-CASAMENTO PIC 9(08) VALUE ZEROS.

           01 WS-TABELA-VAGAS.
               02 WS-VT-ITEM OCCURS 2000 TIMES.
                   03 WS-VT-NUMERO      PIC 9(06).
                   03 WS-VT-EMPRESA     PIC X(30).
                   03 WS-VT-EMPRESA-CODIGO PIC 9(04).
                   03 WS-VT-PROFISSAO   PIC 9(01).
                   03 WS-VT-ABERTURA    PIC 9(08).
                   03 WS-VT-MES-IDX     PIC 9(02).
                   03 WS-VT-STATUS      PIC X(01).
                   03 WS-VT-PRIMEIRA-INDICACAO PIC 9(08).
                   03 WS-VT-PRIMEIRA-CONTRATACAO PIC 9(08).
                   03 WS-VT-ACUMULADO   PIC X(54).
           01 WS-VT-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-VT-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-VT-ACHADO     PIC 9(04) VALUE ZEROS.
           01 WS-VT-CHEIA      PIC X(01) VALUE "N".

           01 WS-TABELA-COLOCACOES.
               02 WS-PT-ITEM OCCURS 5000 TIMES.
                   03 WS-PT-EMPRESA     PIC X(30).
                   03 WS-PT-CANDIDATO   PIC 9(06).
                   03 WS-PT-VAGA        PIC 9(04).
           01 WS-PT-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-PT-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-PT-ACHADO     PIC 9(04) VALUE ZEROS.
           01 WS-PT-CHEIA      PIC X(01) VALUE "N".

           01 WS-TABELA-EMPRESAS.
               02 WS-EM-ITEM OCCURS 300 TIMES.
                   03 WS-EM-CODIGO      PIC 9(04).
                   03 WS-EM-NOME        PIC X(30).
                   03 WS-EM-ACUMULADO   PIC X(54).
           01 WS-EM-QTD        PIC 9(03) VALUE ZEROS.
           01 WS-EM-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-EM-ACHADO     PIC 9(03) VALUE ZEROS.
           01 WS-EM-CHEIA      PIC X(01) VALUE "N".

           01 WS-PROF-ACUMULADO OCCURS 6 TIMES PIC X(54).
           01 WS-MES-ACUMULADO  OCCURS 12 TIMES PIC X(54).
           01 WS-MES-ROTULO     OCCURS 12 TIMES PIC 9(06).
           01 WS-TOTAL-ACUMULADO PIC X(54) VALUE SPACES.

           01 WS-PARCELA.
               02 AC-VAGAS          PIC 9(05).
               02 AC-INDICADOS      PIC 9(05).
               02 AC-ENTREVISTADOS  PIC 9(05).
               02 AC-CONTRATADOS    PIC 9(05).
               02 AC-DESISTENCIAS   PIC 9(05).
               02 AC-FALTAS         PIC 9(05).
               02 AC-SOMA-DIAS-INDICACAO PIC 9(07).
               02 AC-QTD-INDICACAO  PIC 9(05).
               02 AC-SOMA-DIAS-CONTRATACAO PIC 9(07).
               02 AC-QTD-CONTRATACAO PIC 9(05).
           01 WS-ACUMULADOR.
               02 AC-VAGAS          PIC 9(05).
               02 AC-INDICADOS      PIC 9(05).
               02 AC-ENTREVISTADOS  PIC 9(05).
               02 AC-CONTRATADOS    PIC 9(05).
               02 AC-DESISTENCIAS   PIC 9(05).
               02 AC-FALTAS         PIC 9(05).
               02 AC-SOMA-DIAS-INDICACAO PIC 9(07).
               02 AC-QTD-INDICACAO  PIC 9(05).
               02 AC-SOMA-DIAS-CONTRATACAO PIC 9(07).
               02 AC-QTD-CONTRATACAO PIC 9(05).
           01 WS-ACUMULADOR-ZERADO PIC X(54) VALUE ALL "0".

           01 WS-DIAS-CALCULADOS PIC 9(05) VALUE ZEROS.
           01 WS-MEDIA-DIAS      PIC 9(04)V9 VALUE ZEROS.
           01 WS-CHAVE-LINHA     PIC X(08) VALUE SPACES.
           01 WS-DESCRICAO-LINHA PIC X(30) VALUE SPACES.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "FUNIL DE RECRUTAMENTO E TEMPO DE PREENCHIMENTO".
           01 LINHA-PERIODO.
               02 FILLER PIC X(30) VALUE "VAGAS ABERTAS DE ".
               02 LPR-INICIAL PIC 9(06).
               02 FILLER PIC X(05) VALUE " ATE ".
               02 LPR-FINAL   PIC 9(06).
           01 LINHA-SECAO-VAGA PIC X(60) VALUE
               "FUNIL POR VAGA".
           01 LINHA-SECAO-EMPRESA PIC X(60) VALUE
               "FUNIL POR EMPRESA".
           01 LINHA-SECAO-PROFISSAO PIC X(60) VALUE
               "FUNIL POR PROFISSAO".
           01 LINHA-SECAO-TENDENCIA PIC X(60) VALUE
               "TENDENCIA DOS ULTIMOS 12 MESES POR MES DE ABERTURA".
           01 LINHA-COLUNAS.
               02 FILLER PIC X(10) VALUE "CHAVE".
               02 FILLER PIC X(32) VALUE "DESCRICAO".
               02 FILLER PIC X(07) VALUE "  VAGAS".
               02 FILLER PIC X(07) VALUE "  INDIC".
               02 FILLER PIC X(07) VALUE " ENTREV".
               02 FILLER PIC X(07) VALUE " CONTRA".
               02 FILLER PIC X(07) VALUE " DESIST".
               02 FILLER PIC X(07) VALUE " FALTAS".
               02 FILLER PIC X(12) VALUE " DIAS 1A IND".
               02 FILLER PIC X(12) VALUE "  DIAS CONTR".
           01 LINHA-FUNIL.
               02 LF-CHAVE          PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LF-DESCRICAO      PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LF-VAGAS          PIC ZZZZZZ9.
               02 LF-INDICADOS      PIC ZZZZZZ9.
               02 LF-ENTREVISTADOS  PIC ZZZZZZ9.
               02 LF-CONTRATADOS    PIC ZZZZZZ9.
               02 LF-DESISTENCIAS   PIC ZZZZZZ9.
               02 LF-FALTAS         PIC ZZZZZZ9.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LF-MEDIA-INDICACAO PIC X(08).
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LF-MEDIA-CONTRATACAO PIC X(08).
           01 WS-MEDIA-EDITADA      PIC ZZZ9,9.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "TABELA DE VAGAS, COLOCACOES OU EMPRESAS CHEIA".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.
               PERFORM CALCULA-JANELA.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "FUNIL-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT VAGAS.
               IF WS-VG-STATUS NOT = "00"
                   DISPLAY "NENHUMA VAGA CADASTRADA"
                   MOVE "SEM VAGAS CADASTRADAS" TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM GUARDA-VAGA
                   END-READ
               END-PERFORM.
               CLOSE VAGAS.

               OPEN INPUT VAGA-HISTORICO.
               IF WS-VH-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ VAGA-HISTORICO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-RUN-LIDOS
                               MOVE VAGA-HISTORICO-REG TO VAGAS-REG
                               PERFORM GUARDA-VAGA
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE VAGA-HISTORICO.

               PERFORM LE-COLOCACOES.
               PERFORM LE-ENTREVISTAS.

               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > 12
                   MOVE WS-ACUMULADOR-ZERADO
                       TO WS-MES-ACUMULADO (WS-MES-IDX)
               END-PERFORM.
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > 6
                   MOVE WS-ACUMULADOR-ZERADO
                       TO WS-PROF-ACUMULADO (WS-PF-IDX)
               END-PERFORM.
               MOVE WS-ACUMULADOR-ZERADO TO WS-TOTAL-ACUMULADO.

               MOVE WS-MES-INICIAL    TO LPR-INICIAL.
               MOVE WS-MES-REFERENCIA TO LPR-FINAL.
               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-PERIODO.
               MOVE LINHA-PERIODO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-VAGA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                       UNTIL WS-VT-IDX > WS-VT-QTD
                   PERFORM FECHA-VAGA
               END-PERFORM.

               MOVE LINHA-SECAO-EMPRESA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-QTD
                   MOVE WS-EM-ACUMULADO (WS-EM-IDX) TO WS-ACUMULADOR
                   MOVE SPACES TO WS-CHAVE-LINHA
                   MOVE WS-EM-CODIGO (WS-EM-IDX) TO WS-CHAVE-LINHA(1:4)
                   MOVE WS-EM-NOME (WS-EM-IDX) TO WS-DESCRICAO-LINHA
                   PERFORM IMPRIME-FUNIL
               END-PERFORM.

               MOVE LINHA-SECAO-PROFISSAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > 6
                   MOVE WS-PROF-ACUMULADO (WS-PF-IDX)
                       TO WS-ACUMULADOR
                   MOVE SPACES TO WS-CHAVE-LINHA
                   MOVE WS-PROF-CODIGO (WS-PF-IDX)
                       TO WS-CHAVE-LINHA(1:1)
                   MOVE WS-PROF-DESCRICAO (WS-PF-IDX)
                       TO WS-DESCRICAO-LINHA
                   PERFORM IMPRIME-FUNIL
               END-PERFORM.

               MOVE LINHA-SECAO-TENDENCIA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > 12
                   MOVE WS-MES-ACUMULADO (WS-MES-IDX) TO WS-ACUMULADOR
                   MOVE SPACES TO WS-CHAVE-LINHA
                   MOVE WS-MES-ROTULO (WS-MES-IDX)
                       TO WS-CHAVE-LINHA(1:6)
                   IF WS-MES-IDX = 12
                       MOVE "MES DE REFERENCIA" TO WS-DESCRICAO-LINHA
                   ELSE
                       MOVE SPACES TO WS-DESCRICAO-LINHA
                   END-IF
                   PERFORM IMPRIME-FUNIL
               END-PERFORM.
               MOVE WS-TOTAL-ACUMULADO TO WS-ACUMULADOR.
               MOVE "TOTAL" TO WS-CHAVE-LINHA.
               MOVE "ULTIMOS 12 MESES" TO WS-DESCRICAO-LINHA.
               PERFORM IMPRIME-FUNIL.

               IF WS-VT-CHEIA = "S" OR WS-PT-CHEIA = "S"
                       OR WS-EM-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-VT-QTD TO WS-RUN-ACEITOS.
               MOVE WS-VT-QTD TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           CALCULA-JANELA.
               COMPUTE WS-ORDEM-REFERENCIA =
                   WS-MES-REF-ANO * 12 + WS-MES-REF-MES - 1.
               MOVE WS-MES-REF-ANO TO WS-MES-INI-ANO.
               MOVE WS-MES-REF-MES TO WS-MES-INI-MES.
               PERFORM VARYING WS-MES-IDX FROM 12 BY -1
                       UNTIL WS-MES-IDX < 1
                   MOVE WS-MES-INICIAL TO WS-MES-ROTULO (WS-MES-IDX)
                   IF WS-MES-IDX > 1
                       IF WS-MES-INI-MES = 1
                           MOVE 12 TO WS-MES-INI-MES
                           SUBTRACT 1 FROM WS-MES-INI-ANO
                       ELSE
                           SUBTRACT 1 FROM WS-MES-INI-MES
                       END-IF
                   END-IF
               END-PERFORM.

           GUARDA-VAGA.
               IF VG-DATA-ABERTURA NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-ORDEM-VAGA = VG-ANO * 12 + VG-MES - 1.
               IF WS-ORDEM-VAGA > WS-ORDEM-REFERENCIA
                       OR WS-ORDEM-VAGA + 11 < WS-ORDEM-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               IF WS-VT-QTD >= 2000
                   MOVE "S" TO WS-VT-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-VT-QTD.
               MOVE VG-NUMERO    TO WS-VT-NUMERO (WS-VT-QTD).
               MOVE VG-EMPRESA   TO WS-VT-EMPRESA (WS-VT-QTD).
               IF VG-EMPRESA-CODIGO NUMERIC
                   MOVE VG-EMPRESA-CODIGO
                       TO WS-VT-EMPRESA-CODIGO (WS-VT-QTD)
               ELSE
                   MOVE ZEROS TO WS-VT-EMPRESA-CODIGO (WS-VT-QTD)
               END-IF.
               MOVE VG-CODIGO    TO WS-VT-PROFISSAO (WS-VT-QTD).
               MOVE VG-DATA-ABERTURA TO WS-VT-ABERTURA (WS-VT-QTD).
               COMPUTE WS-VT-MES-IDX (WS-VT-QTD) =
                   WS-ORDEM-VAGA - WS-ORDEM-REFERENCIA + 12.
               MOVE VG-STATUS    TO WS-VT-STATUS (WS-VT-QTD).
               MOVE ZEROS TO WS-VT-PRIMEIRA-INDICACAO (WS-VT-QTD)
                             WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-QTD).
               MOVE WS-ACUMULADOR-ZERADO
                   TO WS-VT-ACUMULADO (WS-VT-QTD).

           LE-COLOCACOES.
               OPEN INPUT COLOCACAO-MASTER.
               IF WS-CO-STATUS NOT = "00"
                   DISPLAY "NENHUMA COLOCACAO REGISTRADA"
                   CLOSE COLOCACAO-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ COLOCACAO-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM PROCESSA-COLOCACAO
                   END-READ
               END-PERFORM.
               CLOSE COLOCACAO-MASTER.

           PROCESSA-COLOCACAO.
               PERFORM LOCALIZA-VAGA-COLOCACAO.
               IF WS-VT-ACHADO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-PT-QTD < 5000
                   ADD 1 TO WS-PT-QTD
                   MOVE CO-EMPRESA      TO WS-PT-EMPRESA (WS-PT-QTD)
                   MOVE CO-CANDIDATO-ID TO WS-PT-CANDIDATO (WS-PT-QTD)
                   MOVE WS-VT-ACHADO    TO WS-PT-VAGA (WS-PT-QTD)
               ELSE
                   MOVE "S" TO WS-PT-CHEIA
               END-IF.

               MOVE WS-VT-ACUMULADO (WS-VT-ACHADO) TO WS-ACUMULADOR.
               EVALUATE TRUE
                   WHEN CO-INDICADO
                       ADD 1 TO AC-INDICADOS OF WS-ACUMULADOR
                   WHEN CO-ENTREVISTADO
                       ADD 1 TO AC-ENTREVISTADOS OF WS-ACUMULADOR
                   WHEN CO-CONTRATADO
                       ADD 1 TO AC-CONTRATADOS OF WS-ACUMULADOR
                   WHEN CO-DESISTIU
                       ADD 1 TO AC-DESISTENCIAS OF WS-ACUMULADOR
               END-EVALUATE.
               MOVE WS-ACUMULADOR TO WS-VT-ACUMULADO (WS-VT-ACHADO).

               IF WS-DATA-CASAMENTO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-VT-PRIMEIRA-INDICACAO (WS-VT-ACHADO) = ZEROS
                       OR WS-DATA-CASAMENTO <
                           WS-VT-PRIMEIRA-INDICACAO (WS-VT-ACHADO)
                   MOVE WS-DATA-CASAMENTO
                       TO WS-VT-PRIMEIRA-INDICACAO (WS-VT-ACHADO)
               END-IF.
               IF CO-CONTRATADO
                   IF WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-ACHADO) = ZEROS
                           OR WS-DATA-CASAMENTO <
                           WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-ACHADO)
                       MOVE WS-DATA-CASAMENTO
                           TO WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-ACHADO)
                   END-IF
               END-IF.

           LOCALIZA-VAGA-COLOCACAO.
               MOVE ZEROS TO WS-VT-ACHADO.
               IF CO-DATA-CASAMENTO NUMERIC
                   MOVE CO-DATA-CASAMENTO TO WS-DATA-CASAMENTO
               ELSE
                   MOVE ZEROS TO WS-DATA-CASAMENTO
               END-IF.
               IF CO-VAGA-NUMERO NUMERIC AND CO-VAGA-NUMERO > ZEROS
                   PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                           UNTIL WS-VT-IDX > WS-VT-QTD
                               OR WS-VT-ACHADO > ZEROS
                       IF WS-VT-NUMERO (WS-VT-IDX) = CO-VAGA-NUMERO
                           MOVE WS-VT-IDX TO WS-VT-ACHADO
                       END-IF
                   END-PERFORM
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                       UNTIL WS-VT-IDX > WS-VT-QTD
                   IF WS-VT-EMPRESA (WS-VT-IDX) = CO-EMPRESA
                           AND WS-VT-PROFISSAO (WS-VT-IDX) = CO-CODIGO
                           AND WS-VT-ABERTURA (WS-VT-IDX)
                               NOT > WS-DATA-CASAMENTO
                       IF WS-VT-ACHADO = ZEROS
                           MOVE WS-VT-IDX TO WS-VT-ACHADO
                       ELSE
                           IF WS-VT-ABERTURA (WS-VT-IDX) >
                                   WS-VT-ABERTURA (WS-VT-ACHADO)
                               MOVE WS-VT-IDX TO WS-VT-ACHADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           LE-ENTREVISTAS.
               OPEN INPUT ENTREVISTAS.
               IF WS-EN-STATUS NOT = "00"
                   CLOSE ENTREVISTAS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ENTREVISTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF EN-FALTA
                               PERFORM CONTA-FALTA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENTREVISTAS.

           CONTA-FALTA.
               MOVE ZEROS TO WS-PT-ACHADO.
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-QTD
                           OR WS-PT-ACHADO > ZEROS
                   IF WS-PT-EMPRESA (WS-PT-IDX) = EN-EMPRESA
                           AND WS-PT-CANDIDATO (WS-PT-IDX) =
                               EN-CANDIDATO-ID
                       MOVE WS-PT-IDX TO WS-PT-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-PT-ACHADO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-PT-VAGA (WS-PT-ACHADO) TO WS-VT-ACHADO.
               MOVE WS-VT-ACUMULADO (WS-VT-ACHADO) TO WS-ACUMULADOR.
               ADD 1 TO AC-FALTAS OF WS-ACUMULADOR.
               MOVE WS-ACUMULADOR TO WS-VT-ACUMULADO (WS-VT-ACHADO).

           FECHA-VAGA.
               MOVE WS-VT-ACUMULADO (WS-VT-IDX) TO WS-ACUMULADOR.
               MOVE 1 TO AC-VAGAS OF WS-ACUMULADOR.
               IF WS-VT-PRIMEIRA-INDICACAO (WS-VT-IDX) > ZEROS
                   MOVE WS-VT-PRIMEIRA-INDICACAO (WS-VT-IDX)
                       TO SD-DATA2
                   PERFORM CALCULA-DIAS-ABERTURA
                   MOVE WS-DIAS-CALCULADOS
                       TO AC-SOMA-DIAS-INDICACAO OF WS-ACUMULADOR
                   MOVE 1 TO AC-QTD-INDICACAO OF WS-ACUMULADOR
               END-IF.
               IF WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-IDX) > ZEROS
                   MOVE WS-VT-PRIMEIRA-CONTRATACAO (WS-VT-IDX)
                       TO SD-DATA2
                   PERFORM CALCULA-DIAS-ABERTURA
                   MOVE WS-DIAS-CALCULADOS
                       TO AC-SOMA-DIAS-CONTRATACAO OF WS-ACUMULADOR
                   MOVE 1 TO AC-QTD-CONTRATACAO OF WS-ACUMULADOR
               END-IF.
               MOVE WS-ACUMULADOR TO WS-PARCELA.

               MOVE SPACES TO WS-CHAVE-LINHA.
               MOVE WS-VT-NUMERO (WS-VT-IDX) TO WS-CHAVE-LINHA(1:6).
               MOVE WS-VT-EMPRESA (WS-VT-IDX) TO WS-DESCRICAO-LINHA.
               PERFORM IMPRIME-FUNIL.

               PERFORM LOCALIZA-EMPRESA.
               IF WS-EM-ACHADO > ZEROS
                   MOVE WS-EM-ACUMULADO (WS-EM-ACHADO) TO WS-ACUMULADOR
                   ADD CORRESPONDING WS-PARCELA TO WS-ACUMULADOR
                   MOVE WS-ACUMULADOR TO WS-EM-ACUMULADO (WS-EM-ACHADO)
               END-IF.
               IF WS-VT-PROFISSAO (WS-VT-IDX) >= 1
                       AND WS-VT-PROFISSAO (WS-VT-IDX) <= 6
                   MOVE WS-VT-PROFISSAO (WS-VT-IDX) TO WS-PF-IDX
                   MOVE WS-PROF-ACUMULADO (WS-PF-IDX) TO WS-ACUMULADOR
                   ADD CORRESPONDING WS-PARCELA TO WS-ACUMULADOR
                   MOVE WS-ACUMULADOR TO WS-PROF-ACUMULADO (WS-PF-IDX)
               END-IF.
               MOVE WS-VT-MES-IDX (WS-VT-IDX) TO WS-MES-IDX.
               MOVE WS-MES-ACUMULADO (WS-MES-IDX) TO WS-ACUMULADOR.
               ADD CORRESPONDING WS-PARCELA TO WS-ACUMULADOR.
               MOVE WS-ACUMULADOR TO WS-MES-ACUMULADO (WS-MES-IDX).
               MOVE WS-TOTAL-ACUMULADO TO WS-ACUMULADOR.
               ADD CORRESPONDING WS-PARCELA TO WS-ACUMULADOR.
               MOVE WS-ACUMULADOR TO WS-TOTAL-ACUMULADO.

           CALCULA-DIAS-ABERTURA.
               MOVE "D" TO SD-FUNCAO.
               MOVE WS-VT-ABERTURA (WS-VT-IDX) TO SD-DATA1.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   MOVE ZEROS TO WS-DIAS-CALCULADOS
               ELSE
                   MOVE SD-DIAS TO WS-DIAS-CALCULADOS
               END-IF.

           LOCALIZA-EMPRESA.
               MOVE ZEROS TO WS-EM-ACHADO.
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-QTD
                           OR WS-EM-ACHADO > ZEROS
                   IF WS-EM-NOME (WS-EM-IDX) =
                           WS-VT-EMPRESA (WS-VT-IDX)
                       MOVE WS-EM-IDX TO WS-EM-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-EM-ACHADO > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-EM-QTD >= 300
                   MOVE "S" TO WS-EM-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-EM-QTD.
               MOVE WS-EM-QTD TO WS-EM-ACHADO.
               MOVE WS-VT-EMPRESA-CODIGO (WS-VT-IDX)
                   TO WS-EM-CODIGO (WS-EM-ACHADO).
               MOVE WS-VT-EMPRESA (WS-VT-IDX)
                   TO WS-EM-NOME (WS-EM-ACHADO).
               MOVE WS-ACUMULADOR-ZERADO
                   TO WS-EM-ACUMULADO (WS-EM-ACHADO).

           IMPRIME-SECAO.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY SPACE.
               DISPLAY WS-LINHA-IMPRESSA.
               MOVE LINHA-COLUNAS TO WS-LINHA-IMPRESSA.
               DISPLAY LINHA-COLUNAS.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-FUNIL.
               MOVE WS-CHAVE-LINHA     TO LF-CHAVE.
               MOVE WS-DESCRICAO-LINHA TO LF-DESCRICAO.
               MOVE AC-VAGAS OF WS-ACUMULADOR         TO LF-VAGAS.
               MOVE AC-INDICADOS OF WS-ACUMULADOR     TO LF-INDICADOS.
               MOVE AC-ENTREVISTADOS OF WS-ACUMULADOR
                   TO LF-ENTREVISTADOS.
               MOVE AC-CONTRATADOS OF WS-ACUMULADOR   TO LF-CONTRATADOS.
               MOVE AC-DESISTENCIAS OF WS-ACUMULADOR
                   TO LF-DESISTENCIAS.
               MOVE AC-FALTAS OF WS-ACUMULADOR        TO LF-FALTAS.
               IF AC-QTD-INDICACAO OF WS-ACUMULADOR > ZEROS
                   COMPUTE WS-MEDIA-DIAS ROUNDED =
                       AC-SOMA-DIAS-INDICACAO OF WS-ACUMULADOR
                       / AC-QTD-INDICACAO OF WS-ACUMULADOR
                   MOVE WS-MEDIA-DIAS TO WS-MEDIA-EDITADA
                   MOVE WS-MEDIA-EDITADA TO LF-MEDIA-INDICACAO
               ELSE
                   MOVE "     -" TO LF-MEDIA-INDICACAO
               END-IF.
               IF AC-QTD-CONTRATACAO OF WS-ACUMULADOR > ZEROS
                   COMPUTE WS-MEDIA-DIAS ROUNDED =
                       AC-SOMA-DIAS-CONTRATACAO OF WS-ACUMULADOR
                       / AC-QTD-CONTRATACAO OF WS-ACUMULADOR
                   MOVE WS-MEDIA-DIAS TO WS-MEDIA-EDITADA
                   MOVE WS-MEDIA-EDITADA TO LF-MEDIA-CONTRATACAO
               ELSE
                   MOVE "     -" TO LF-MEDIA-CONTRATACAO
               END-IF.
               DISPLAY LINHA-FUNIL
               MOVE LINHA-FUNIL TO WS-LINHA-IMPRESSA.
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
               MOVE "FUNIL-DE-RECRUTAMENTO" TO RN-PROGRAMA.
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
               MOVE WS-MES-REFERENCIA  TO LCD-MES.
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
               MOVE "FUNIL-DE-RECRUTAMENTO" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
