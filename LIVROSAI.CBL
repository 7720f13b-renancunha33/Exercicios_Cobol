       IDENTIFICATION DIVISION.
             PROGRAM-ID. LIVRO-DE-SAIDAS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NF-STATUS.
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
           FD  NOTA-FISCAL.
               COPY "NOTAFISC.CPY".

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
               02 FILLER     PIC X(16) VALUE "  COMPETENCIA: ".
               02 LCD-COMPETENCIA PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-NF-STATUS PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO PIC X(01) VALUE "N".
           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.

           01 WS-NOTA-ATUAL      PIC 9(06) VALUE ZEROS.
           01 WS-NOTA-DATA       PIC 9(08) VALUE ZEROS.
           01 WS-NOTA-CLIENTE    PIC 9(04) VALUE ZEROS.
           01 WS-NOTA-CONTABIL   PIC 9(10)V99 VALUE ZEROS.
           01 WS-NOTA-BASE-ICMS  PIC 9(10)V99 VALUE ZEROS.
           01 WS-NOTA-ICMS       PIC 9(10)V99 VALUE ZEROS.
           01 WS-NOTA-BASE-IPI   PIC 9(10)V99 VALUE ZEROS.
           01 WS-NOTA-IPI        PIC 9(10)V99 VALUE ZEROS.
           01 WS-NOTA-ABERTA     PIC X(01) VALUE "N".

           01 WS-TOTAL-NOTAS     PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-CONTABIL  PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-BASE-ICMS PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-ICMS      PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-BASE-IPI  PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-IPI       PIC 9(11)V99 VALUE ZEROS.

           01 WS-TABELA-ALIQUOTAS.
               02 WS-RESUMO-ALIQ OCCURS 20 TIMES.
                   03 WS-RA-ALIQ      PIC 9(02)V99.
                   03 WS-RA-CONTABIL  PIC 9(11)V99.
                   03 WS-RA-BASE      PIC 9(11)V99.
                   03 WS-RA-IMPOSTO   PIC 9(11)V99.
           01 WS-RA-QTD       PIC 9(02) VALUE ZEROS.
           01 WS-RA-IDX       PIC 9(02) VALUE ZEROS.
           01 WS-RA-POS       PIC 9(02) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 WS-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WS-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WS-HOJE-DIA PIC 9(02) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "LIVRO REGISTRO DE SAIDAS".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(52) VALUE
               "DATA      NOTA    CLIENTE  VALOR CONTABIL      BASE".
               02 FILLER PIC X(58) VALUE
               " ICMS          ICMS      BASE IPI           IPI".
           01 LINHA-DETALHE.
               02 LD-DATA           PIC 9(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOTA           PIC 9(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CLIENTE        PIC 9(04).
               02 FILLER            PIC X(05) VALUE SPACES.
               02 LD-CONTABIL       PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-BASE-ICMS      PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-ICMS           PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-BASE-IPI       PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-IPI            PIC ZZZZZZZZZ9,99.
           01 LINHA-RESUMO-CABEC PIC X(70) VALUE
               "RESUMO POR ALIQUOTA DE ICMS  VALOR CONTABIL    BASE ICMS
      -        "      ICMS".
           01 LINHA-RESUMO.
               02 FILLER            PIC X(10) VALUE "ALIQUOTA ".
               02 LR-ALIQ           PIC Z9,99.
               02 FILLER            PIC X(02) VALUE "% ".
               02 FILLER            PIC X(10) VALUE SPACES.
               02 LR-CONTABIL       PIC ZZZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LR-BASE           PIC ZZZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LR-IMPOSTO        PIC ZZZZZZZZZ9,99.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(26) VALUE "NOTAS ESCRITURADAS:".
               02 LT-NOTAS          PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(26) VALUE "TOTAL VALOR CONTABIL:".
               02 LT-CONTABIL       PIC ZZZZZZZZZZ9,99.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(26) VALUE "TOTAL ICMS DEBITADO:".
               02 LT-ICMS           PIC ZZZZZZZZZZ9,99.
               02 FILLER   PIC X(10) VALUE "  BASE: ".
               02 LT-BASE-ICMS      PIC ZZZZZZZZZZ9,99.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(26) VALUE "TOTAL IPI DEBITADO:".
               02 LT-IPI            PIC ZZZZZZZZZZ9,99.
               02 FILLER   PIC X(10) VALUE "  BASE: ".
               02 LT-BASE-IPI       PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.
               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "LIVROSAI-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               IF WS-DATA-PROCESSAMENTO > ZEROS
                   MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-HOJE-ANO
                   MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-HOJE-MES
                   MOVE WS-DATA-PROCESSAMENTO(7:2) TO WS-HOJE-DIA
               END-IF.
               OPEN INPUT NOTA-FISCAL.
               IF WS-NF-STATUS NOT = "00"
                   DISPLAY "NENHUMA NOTA FISCAL GRAVADA"
                   IF WS-NF-STATUS = "35"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   GO TO FIM-PROGRAMA
               END-IF.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.

           LE-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-FISCAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF NF-DATA(1:6) = WS-MES-REFERENCIA
                               PERFORM ACUMULA-LINHA
                           END-IF
                   END-READ
               END-PERFORM.
               PERFORM IMPRIME-NOTA.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-RESUMO-CABEC TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY SPACE.
               DISPLAY LINHA-RESUMO-CABEC.
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-QTD
                   MOVE WS-RA-ALIQ (WS-RA-IDX)     TO LR-ALIQ
                   MOVE WS-RA-CONTABIL (WS-RA-IDX) TO LR-CONTABIL
                   MOVE WS-RA-BASE (WS-RA-IDX)     TO LR-BASE
                   MOVE WS-RA-IMPOSTO (WS-RA-IDX)  TO LR-IMPOSTO
                   DISPLAY LINHA-RESUMO
                   MOVE LINHA-RESUMO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-NOTAS     TO LT-NOTAS.
               MOVE WS-TOTAL-CONTABIL  TO LT-CONTABIL.
               MOVE WS-TOTAL-ICMS      TO LT-ICMS.
               MOVE WS-TOTAL-BASE-ICMS TO LT-BASE-ICMS.
               MOVE WS-TOTAL-IPI       TO LT-IPI.
               MOVE WS-TOTAL-BASE-IPI  TO LT-BASE-IPI.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL4
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

               CLOSE NOTA-FISCAL.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-TOTAL-NOTAS TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           ACUMULA-LINHA.
               ADD 1 TO WS-RUN-ACEITOS.
               IF NF-BASE-ICMS NOT NUMERIC
                   MOVE ZEROS TO NF-BASE-ICMS
               END-IF.
               IF NF-ALIQ-ICMS NOT NUMERIC
                   MOVE ZEROS TO NF-ALIQ-ICMS
               END-IF.
               IF NF-VALOR-ICMS NOT NUMERIC
                   MOVE ZEROS TO NF-VALOR-ICMS
               END-IF.
               IF NF-BASE-IPI NOT NUMERIC
                   MOVE ZEROS TO NF-BASE-IPI
               END-IF.
               IF NF-VALOR-IPI NOT NUMERIC
                   MOVE ZEROS TO NF-VALOR-IPI
               END-IF.

               IF WS-NOTA-ABERTA = "S"
                       AND NF-NUMERO NOT = WS-NOTA-ATUAL
                   PERFORM IMPRIME-NOTA
               END-IF.
               IF WS-NOTA-ABERTA = "N"
                   MOVE "S"        TO WS-NOTA-ABERTA
                   MOVE NF-NUMERO  TO WS-NOTA-ATUAL
                   MOVE NF-DATA    TO WS-NOTA-DATA
                   MOVE NF-CLIENTE TO WS-NOTA-CLIENTE
                   MOVE ZEROS TO WS-NOTA-CONTABIL
                   MOVE ZEROS TO WS-NOTA-BASE-ICMS
                   MOVE ZEROS TO WS-NOTA-ICMS
                   MOVE ZEROS TO WS-NOTA-BASE-IPI
                   MOVE ZEROS TO WS-NOTA-IPI
               END-IF.

               COMPUTE WS-NOTA-CONTABIL =
                   WS-NOTA-CONTABIL + NF-VALOR-LINHA + NF-VALOR-IPI.
               ADD NF-BASE-ICMS  TO WS-NOTA-BASE-ICMS.
               ADD NF-VALOR-ICMS TO WS-NOTA-ICMS.
               ADD NF-BASE-IPI   TO WS-NOTA-BASE-IPI.
               ADD NF-VALOR-IPI  TO WS-NOTA-IPI.
               PERFORM ACUMULA-ALIQUOTA.

           ACUMULA-ALIQUOTA.
               MOVE ZEROS TO WS-RA-POS.
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-QTD
                          OR WS-RA-POS > ZEROS
                   IF WS-RA-ALIQ (WS-RA-IDX) = NF-ALIQ-ICMS
                       MOVE WS-RA-IDX TO WS-RA-POS
                   END-IF
               END-PERFORM.
               IF WS-RA-POS = ZEROS
                   IF WS-RA-QTD NOT < 20
                       ADD 1 TO WS-RUN-REJEITADOS
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-RA-QTD
                   MOVE WS-RA-QTD    TO WS-RA-POS
                   MOVE NF-ALIQ-ICMS TO WS-RA-ALIQ (WS-RA-POS)
                   MOVE ZEROS TO WS-RA-CONTABIL (WS-RA-POS)
                   MOVE ZEROS TO WS-RA-BASE (WS-RA-POS)
                   MOVE ZEROS TO WS-RA-IMPOSTO (WS-RA-POS)
               END-IF.
               COMPUTE WS-RA-CONTABIL (WS-RA-POS) =
                   WS-RA-CONTABIL (WS-RA-POS) + NF-VALOR-LINHA
                   + NF-VALOR-IPI.
               ADD NF-BASE-ICMS  TO WS-RA-BASE (WS-RA-POS).
               ADD NF-VALOR-ICMS TO WS-RA-IMPOSTO (WS-RA-POS).

           IMPRIME-NOTA.
               IF WS-NOTA-ABERTA = "N"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-NOTA-ABERTA.
               MOVE WS-NOTA-DATA      TO LD-DATA.
               MOVE WS-NOTA-ATUAL     TO LD-NOTA.
               MOVE WS-NOTA-CLIENTE   TO LD-CLIENTE.
               MOVE WS-NOTA-CONTABIL  TO LD-CONTABIL.
               MOVE WS-NOTA-BASE-ICMS TO LD-BASE-ICMS.
               MOVE WS-NOTA-ICMS      TO LD-ICMS.
               MOVE WS-NOTA-BASE-IPI  TO LD-BASE-IPI.
               MOVE WS-NOTA-IPI       TO LD-IPI.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

               ADD 1 TO WS-TOTAL-NOTAS.
               ADD WS-NOTA-CONTABIL  TO WS-TOTAL-CONTABIL.
               ADD WS-NOTA-BASE-ICMS TO WS-TOTAL-BASE-ICMS.
               ADD WS-NOTA-ICMS      TO WS-TOTAL-ICMS.
               ADD WS-NOTA-BASE-IPI  TO WS-TOTAL-BASE-IPI.
               ADD WS-NOTA-IPI       TO WS-TOTAL-IPI.

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
               MOVE "LIVRO-DE-SAIDAS" TO RN-PROGRAMA.
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
               MOVE WS-MES-REFERENCIA  TO LCD-COMPETENCIA.
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
               MOVE "LIVRO-DE-SAIDAS"
                   TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
