       IDENTIFICATION DIVISION.
             PROGRAM-ID. BALANCETE-DE-VERIFICACAO.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CONTA
                     FILE STATUS IS WS-CB-STATUS.
                 SELECT INTERFACE-CONTABIL ASSIGN TO "CTBINTF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GI-STATUS.
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
           FD  PLANO-CONTAS.
               COPY "PLANOCTA.CPY".

           FD  INTERFACE-CONTABIL.
               COPY "LCTOCTB.CPY".

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
               02 FILLER     PIC X(14) VALUE "  COMPETENCIA ".
               02 LCD-COMPETENCIA PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-CB-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GI-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-COMPETENCIA  PIC 9(06) VALUE ZEROS.
           01 WS-GI-COMPETENCIA PIC 9(06) VALUE ZEROS.
           01 WS-SALDO        PIC S9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ANTERIOR-DEV  PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ANTERIOR-CRED PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-DEBITOS  PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ATUAL-DEV  PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-ATUAL-CRED PIC 9(13)V99 VALUE ZEROS.

           01 WS-TABELA-CONTAS.
               02 WS-SC-ITEM OCCURS 500 TIMES.
                   03 SC-CONTA       PIC X(10).
                   03 SC-ANTERIOR    PIC S9(13)V99.
                   03 SC-DEBITOS     PIC 9(13)V99.
                   03 SC-CREDITOS    PIC 9(13)V99.
                   03 SC-IMPRESSA    PIC X(01).
           01 WS-SC-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-SC-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-SC-POS       PIC 9(04) VALUE ZEROS.
           01 WS-SC-CHEIA     PIC X(01) VALUE "N".

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "BALANCETE DE VERIFICACAO".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(12) VALUE "CONTA".
               02 FILLER PIC X(32) VALUE "DESCRICAO".
               02 FILLER PIC X(03) VALUE "T".
               02 FILLER PIC X(21) VALUE "      SALDO ANTERIOR".
               02 FILLER PIC X(19) VALUE "          DEBITOS".
               02 FILLER PIC X(19) VALUE "         CREDITOS".
               02 FILLER PIC X(21) VALUE "         SALDO ATUAL".
           01 LINHA-DETALHE.
               02 LD-CONTA          PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DESCRICAO      PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-TIPO           PIC X(01).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-ANTERIOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-ANTERIOR-DC    PIC X(01).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-DEBITOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CREDITOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-ATUAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-ATUAL-DC       PIC X(01).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "CONTAS MOVIMENTADAS:".
               02 LT-CONTAS         PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "DEBITOS DO MES:".
               02 LT-DEBITOS        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "CREDITOS DO MES:".
               02 LT-CREDITOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "SALDOS DEVEDORES:".
               02 LT-ATUAL-DEV      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "SALDOS CREDORES:".
               02 LT-ATUAL-CRED     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-BALANCETE-FECHADO PIC X(60) VALUE
               "BALANCETE FECHADO - DEBITOS IGUAIS A CREDITOS".
           01 LINHA-BALANCETE-ABERTO PIC X(60) VALUE
               "*** BALANCETE NAO FECHA - VERIFICAR LANCAMENTOS".
           01 LINHA-SEM-INTERFACE PIC X(60) VALUE
               "NENHUM LANCAMENTO CONTABIL REGISTRADO".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 500 CONTAS - BALANCETE INCOMPLETO".
           01 WS-CONTA-NAO-CADASTRADA PIC X(30) VALUE
               "*** CONTA NAO CADASTRADA".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-COMPETENCIA.
               IF WS-COMPETENCIA NOT NUMERIC
                       OR WS-COMPETENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-COMPETENCIA
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "BALANCETE-" WS-COMPETENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT INTERFACE-CONTABIL.
               IF WS-GI-STATUS NOT = "00"
                   DISPLAY LINHA-SEM-INTERFACE
                   MOVE LINHA-SEM-INTERFACE TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   CLOSE INTERFACE-CONTABIL
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.

               DISPLAY LINHA-CABECALHO1.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ INTERFACE-CONTABIL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           MOVE GI-DATA(1:6) TO WS-GI-COMPETENCIA
                           IF WS-GI-COMPETENCIA <= WS-COMPETENCIA
                               PERFORM ACUMULA-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE INTERFACE-CONTABIL.

               PERFORM IMPRIME-CONTAS-DO-PLANO.
               PERFORM IMPRIME-CONTAS-NAO-CADASTRADAS.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           ACUMULA-LANCAMENTO.
               MOVE ZEROS TO WS-SC-POS.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-QTD
                       OR WS-SC-POS > ZEROS
                   IF SC-CONTA (WS-SC-IDX) = GI-CONTA
                       MOVE WS-SC-IDX TO WS-SC-POS
                   END-IF
               END-PERFORM.
               IF WS-SC-POS = ZEROS
                   IF WS-SC-QTD < 500
                       ADD 1 TO WS-SC-QTD
                       MOVE WS-SC-QTD TO WS-SC-POS
                       MOVE GI-CONTA TO SC-CONTA (WS-SC-POS)
                       MOVE ZEROS TO SC-ANTERIOR (WS-SC-POS)
                                     SC-DEBITOS (WS-SC-POS)
                                     SC-CREDITOS (WS-SC-POS)
                       MOVE "N" TO SC-IMPRESSA (WS-SC-POS)
                   ELSE
                       MOVE "S" TO WS-SC-CHEIA
                       ADD 1 TO WS-RUN-REJEITADOS
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD 1 TO WS-RUN-ACEITOS.
               IF WS-GI-COMPETENCIA < WS-COMPETENCIA
                   IF GI-DEBITO
                       ADD GI-VALOR TO SC-ANTERIOR (WS-SC-POS)
                   ELSE
                       SUBTRACT GI-VALOR FROM SC-ANTERIOR (WS-SC-POS)
                   END-IF
               ELSE
                   IF GI-DEBITO
                       ADD GI-VALOR TO SC-DEBITOS (WS-SC-POS)
                   ELSE
                       ADD GI-VALOR TO SC-CREDITOS (WS-SC-POS)
                   END-IF
               END-IF.

           IMPRIME-CONTAS-DO-PLANO.
               OPEN INPUT PLANO-CONTAS.
               IF WS-CB-STATUS NOT = "00"
                   CLOSE PLANO-CONTAS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PLANO-CONTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM IMPRIME-CONTA-DO-PLANO
                   END-READ
               END-PERFORM.
               CLOSE PLANO-CONTAS.

           IMPRIME-CONTA-DO-PLANO.
               MOVE ZEROS TO WS-SC-POS.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-QTD
                       OR WS-SC-POS > ZEROS
                   IF SC-CONTA (WS-SC-IDX) = CB-CONTA
                       MOVE WS-SC-IDX TO WS-SC-POS
                   END-IF
               END-PERFORM.
               IF WS-SC-POS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE CB-DESCRICAO TO LD-DESCRICAO.
               MOVE CB-TIPO      TO LD-TIPO.
               PERFORM IMPRIME-CONTA.

           IMPRIME-CONTAS-NAO-CADASTRADAS.
               PERFORM VARYING WS-SC-POS FROM 1 BY 1
                       UNTIL WS-SC-POS > WS-SC-QTD
                   IF SC-IMPRESSA (WS-SC-POS) = "N"
                       MOVE WS-CONTA-NAO-CADASTRADA TO LD-DESCRICAO
                       MOVE SPACES TO LD-TIPO
                       PERFORM IMPRIME-CONTA
                   END-IF
               END-PERFORM.

           IMPRIME-CONTA.
               MOVE "S" TO SC-IMPRESSA (WS-SC-POS).
               ADD 1 TO WS-RUN-GRAVADOS.
               MOVE SC-CONTA (WS-SC-POS) TO LD-CONTA.

               MOVE SC-ANTERIOR (WS-SC-POS) TO WS-SALDO.
               IF WS-SALDO < ZEROS
                   COMPUTE LD-ANTERIOR = 0 - WS-SALDO
                   MOVE "C" TO LD-ANTERIOR-DC
                   SUBTRACT WS-SALDO FROM WS-TOTAL-ANTERIOR-CRED
               ELSE
                   MOVE WS-SALDO TO LD-ANTERIOR
                   MOVE "D" TO LD-ANTERIOR-DC
                   ADD WS-SALDO TO WS-TOTAL-ANTERIOR-DEV
               END-IF.

               MOVE SC-DEBITOS (WS-SC-POS)  TO LD-DEBITOS.
               MOVE SC-CREDITOS (WS-SC-POS) TO LD-CREDITOS.
               ADD SC-DEBITOS (WS-SC-POS)  TO WS-TOTAL-DEBITOS.
               ADD SC-CREDITOS (WS-SC-POS) TO WS-TOTAL-CREDITOS.

               COMPUTE WS-SALDO = SC-ANTERIOR (WS-SC-POS)
                   + SC-DEBITOS (WS-SC-POS)
                   - SC-CREDITOS (WS-SC-POS).
               IF WS-SALDO < ZEROS
                   COMPUTE LD-ATUAL = 0 - WS-SALDO
                   MOVE "C" TO LD-ATUAL-DC
                   SUBTRACT WS-SALDO FROM WS-TOTAL-ATUAL-CRED
               ELSE
                   MOVE WS-SALDO TO LD-ATUAL
                   MOVE "D" TO LD-ATUAL-DC
                   ADD WS-SALDO TO WS-TOTAL-ATUAL-DEV
               END-IF.

               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-SC-QTD TO LT-CONTAS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-DEBITOS TO LT-DEBITOS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-CREDITOS TO LT-CREDITOS.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-ATUAL-DEV TO LT-ATUAL-DEV.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-ATUAL-CRED TO LT-ATUAL-CRED.
               DISPLAY LINHA-TOTAL5.
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-SC-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
                  AND WS-TOTAL-ATUAL-DEV = WS-TOTAL-ATUAL-CRED
                   DISPLAY LINHA-BALANCETE-FECHADO
                   MOVE LINHA-BALANCETE-FECHADO TO WS-LINHA-IMPRESSA
               ELSE
                   DISPLAY LINHA-BALANCETE-ABERTO
                   MOVE LINHA-BALANCETE-ABERTO TO WS-LINHA-IMPRESSA
                   MOVE 4 TO RETURN-CODE
               END-IF.
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
               MOVE "BALANCETE-DE-VERIFICACAO" TO RN-PROGRAMA.
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
               MOVE WS-COMPETENCIA     TO LCD-COMPETENCIA.
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
               MOVE "BALANCETE-DE-VERIFICACAO" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
