       IDENTIFICATION DIVISION.
             PROGRAM-ID. INADIMPLENCIA-MENSALIDADES.
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
                 SELECT MENSALIDADE ASSIGN TO "MENSALID.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MS-STATUS.
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

           FD  MENSALIDADE.
               COPY "MENSALID.CPY".

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
               02 FILLER     PIC X(14) VALUE "  POSICAO EM: ".
               02 LCD-DATA-BASE PIC 9(08).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AL-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-MS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-DATA-BASE    PIC 9(08) VALUE ZEROS.
           01 WS-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           01 WS-TABELA-ALUNOS.
               02 WS-IN-ITEM OCCURS 1000 TIMES.
                   03 IN-MATRICULA    PIC X(10).
                   03 IN-PARCELAS     PIC 9(03).
                   03 IN-MAIOR-ATRASO PIC 9(05).
                   03 IN-TOTAL        PIC 9(09)V99.
           01 WS-IN-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-IN-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-IN-POS       PIC 9(04) VALUE ZEROS.
           01 WS-IN-CHEIA     PIC X(01) VALUE "N".

           01 WS-FAIXA-VALOR OCCURS 4 TIMES PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXA-QTD   OCCURS 4 TIMES PIC 9(06) VALUE ZEROS.
           01 WS-FAIXA-IDX    PIC 9(01) VALUE ZEROS.
           01 WS-VALOR-VENCIDO PIC 9(10)V99 VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "INADIMPLENCIA DE MENSALIDADES".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(08) VALUE "PERIODO".
               02 FILLER PIC X(04) VALUE "PC".
               02 FILLER PIC X(10) VALUE "VENCTO".
               02 FILLER PIC X(14) VALUE "        SALDO".
               02 FILLER PIC X(07) VALUE "  DIAS".
               02 FILLER PIC X(12) VALUE "FAIXA".
           01 LINHA-DETALHE.
               02 LD-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOME           PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PERIODO        PIC X(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PARCELA        PIC 99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-VENCIMENTO     PIC 9(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SALDO          PIC Z.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DIAS           PIC ZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-FAIXA          PIC X(12).
           01 LINHA-CABECALHO-ALUNO.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(10) VALUE "PARCELAS".
               02 FILLER PIC X(14) VALUE "MAIOR ATRASO".
               02 FILLER PIC X(16) VALUE "   TOTAL VENCIDO".
           01 LINHA-ALUNO.
               02 LA-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-NOME           PIC X(30).
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LA-PARCELAS       PIC ZZ9.
               02 FILLER            PIC X(09) VALUE SPACES.
               02 LA-MAIOR-ATRASO   PIC ZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LA-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
           01 LINHA-FAIXA.
               02 LF-TITULO         PIC X(20).
               02 LF-QTD            PIC ZZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LF-VALOR          PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "ALUNOS INADIMPLENTES:".
               02 LT-ALUNOS         PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "PARCELAS VENCIDAS:".
               02 LT-PARCELAS       PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "VALOR TOTAL VENCIDO:".
               02 LT-VALOR          PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-SEM-MENSALIDADES PIC X(60) VALUE
               "NENHUMA MENSALIDADE REGISTRADA".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 1000 ALUNOS - RESUMO POR ALUNO INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-DATA-BASE.
               IF WS-DATA-BASE NOT NUMERIC
                       OR WS-DATA-BASE = ZEROS
                   MOVE WS-RUN-DATA TO WS-DATA-BASE
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "INADIMP-" WS-DATA-BASE ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT MENSALIDADE.
               IF WS-MS-STATUS NOT = "00"
                   DISPLAY LINHA-SEM-MENSALIDADES
                   MOVE LINHA-SEM-MENSALIDADES TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   CLOSE MENSALIDADE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT ALUNOS-MASTER.
               MOVE WS-AL-STATUS TO WS-AL-ABERTURA.

               DISPLAY LINHA-CABECALHO1.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MENSALIDADE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF MS-ABERTA AND MS-SALDO > ZEROS
                                   AND MS-DATA-VENCIMENTO < WS-DATA-BASE
                               PERFORM TRATA-PARCELA-VENCIDA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MENSALIDADE.

               PERFORM IMPRIME-RESUMO-ALUNOS.
               CLOSE ALUNOS-MASTER.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           TRATA-PARCELA-VENCIDA.
               ADD 1 TO WS-RUN-ACEITOS.
               ADD 1 TO WS-RUN-GRAVADOS.
               ADD MS-SALDO TO WS-VALOR-VENCIDO.

               MOVE "D" TO SD-FUNCAO.
               MOVE MS-DATA-VENCIMENTO TO SD-DATA1.
               MOVE WS-DATA-BASE       TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   MOVE ZEROS TO WS-DIAS-ATRASO
               ELSE
                   MOVE SD-DIAS TO WS-DIAS-ATRASO
               END-IF.

               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 30
                       MOVE 1 TO WS-FAIXA-IDX
                       MOVE "1-30 DIAS"   TO LD-FAIXA
                   WHEN WS-DIAS-ATRASO <= 60
                       MOVE 2 TO WS-FAIXA-IDX
                       MOVE "31-60 DIAS"  TO LD-FAIXA
                   WHEN WS-DIAS-ATRASO <= 90
                       MOVE 3 TO WS-FAIXA-IDX
                       MOVE "61-90 DIAS"  TO LD-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WS-FAIXA-IDX
                       MOVE "90+ DIAS"    TO LD-FAIXA
               END-EVALUATE.
               ADD MS-SALDO TO WS-FAIXA-VALOR (WS-FAIXA-IDX).
               ADD 1        TO WS-FAIXA-QTD (WS-FAIXA-IDX).
               PERFORM ACUMULA-ALUNO.

               MOVE MS-MATRICULA       TO LD-MATRICULA.
               MOVE MS-MATRICULA       TO AL-MATRICULA.
               PERFORM BUSCA-NOME-ALUNO.
               MOVE AL-NOME            TO LD-NOME.
               MOVE MS-PERIODO         TO LD-PERIODO.
               MOVE MS-PARCELA         TO LD-PARCELA.
               MOVE MS-DATA-VENCIMENTO TO LD-VENCIMENTO.
               MOVE MS-SALDO           TO LD-SALDO.
               MOVE WS-DIAS-ATRASO     TO LD-DIAS.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           BUSCA-NOME-ALUNO.
               IF WS-AL-ABERTURA = "00"
                   READ ALUNOS-MASTER
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO AL-NOME
                   END-READ
               ELSE
                   MOVE "*** NAO CADASTRADO" TO AL-NOME
               END-IF.

           ACUMULA-ALUNO.
               MOVE ZEROS TO WS-IN-POS.
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                       UNTIL WS-IN-IDX > WS-IN-QTD
                       OR WS-IN-POS > ZEROS
                   IF IN-MATRICULA (WS-IN-IDX) = MS-MATRICULA
                       MOVE WS-IN-IDX TO WS-IN-POS
                   END-IF
               END-PERFORM.
               IF WS-IN-POS = ZEROS
                   IF WS-IN-QTD < 1000
                       ADD 1 TO WS-IN-QTD
                       MOVE WS-IN-QTD TO WS-IN-POS
                       MOVE MS-MATRICULA TO IN-MATRICULA (WS-IN-POS)
                       MOVE ZEROS TO IN-PARCELAS (WS-IN-POS)
                                     IN-MAIOR-ATRASO (WS-IN-POS)
                                     IN-TOTAL (WS-IN-POS)
                   ELSE
                       MOVE "S" TO WS-IN-CHEIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD 1 TO IN-PARCELAS (WS-IN-POS).
               ADD MS-SALDO TO IN-TOTAL (WS-IN-POS).
               IF WS-DIAS-ATRASO > IN-MAIOR-ATRASO (WS-IN-POS)
                   MOVE WS-DIAS-ATRASO TO IN-MAIOR-ATRASO (WS-IN-POS)
               END-IF.

           IMPRIME-RESUMO-ALUNOS.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY SPACE.
               DISPLAY LINHA-CABECALHO-ALUNO.
               MOVE LINHA-CABECALHO-ALUNO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                       UNTIL WS-IN-IDX > WS-IN-QTD
                   MOVE IN-MATRICULA (WS-IN-IDX) TO LA-MATRICULA
                   MOVE IN-MATRICULA (WS-IN-IDX) TO AL-MATRICULA
                   PERFORM BUSCA-NOME-ALUNO
                   MOVE AL-NOME                  TO LA-NOME
                   MOVE IN-PARCELAS (WS-IN-IDX)  TO LA-PARCELAS
                   MOVE IN-MAIOR-ATRASO (WS-IN-IDX)
                       TO LA-MAIOR-ATRASO
                   MOVE IN-TOTAL (WS-IN-IDX)     TO LA-TOTAL
                   DISPLAY LINHA-ALUNO
                   MOVE LINHA-ALUNO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.
               IF WS-IN-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "VENCIDO 1-30 DIAS: " TO LF-TITULO.
               MOVE 1 TO WS-FAIXA-IDX.
               PERFORM IMPRIME-FAIXA.
               MOVE "VENCIDO 31-60 DIAS:" TO LF-TITULO.
               MOVE 2 TO WS-FAIXA-IDX.
               PERFORM IMPRIME-FAIXA.
               MOVE "VENCIDO 61-90 DIAS:" TO LF-TITULO.
               MOVE 3 TO WS-FAIXA-IDX.
               PERFORM IMPRIME-FAIXA.
               MOVE "VENCIDO 90+ DIAS:  " TO LF-TITULO.
               MOVE 4 TO WS-FAIXA-IDX.
               PERFORM IMPRIME-FAIXA.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-IN-QTD TO LT-ALUNOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-ACEITOS TO LT-PARCELAS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-VALOR-VENCIDO TO LT-VALOR.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-FAIXA.
               MOVE WS-FAIXA-QTD (WS-FAIXA-IDX)   TO LF-QTD.
               MOVE WS-FAIXA-VALOR (WS-FAIXA-IDX) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.
               MOVE LINHA-FAIXA TO WS-LINHA-IMPRESSA.
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
               MOVE "INADIMPLENCIA-MENSALIDADES" TO RN-PROGRAMA.
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
               MOVE WS-DATA-BASE       TO LCD-DATA-BASE.
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
               MOVE "INADIMPLENCIA-MENSALIDADES" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
