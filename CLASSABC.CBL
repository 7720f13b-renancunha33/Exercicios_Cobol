       IDENTIFICATION DIVISION.
             PROGRAM-ID. CLASSIFICACAO-ABC.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
                 SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MV-STATUS.
                 SELECT MOVIMENTO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MA-STATUS.
                 SELECT MOVIMENTO-CATALOGO ASSIGN TO "MOVCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MC-STATUS.
                 SELECT CONTAGEM-CICLICA ASSIGN TO "CICLCONT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.
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
           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  MOVIMENTO-ARQUIVO.
           01 MOVIMENTO-ARQUIVO-REG.
               02 MA-MERCADORIA       PIC X(20).
               02 MA-DATA             PIC 9(08).
               02 MA-HORA             PIC 9(06).
               02 MA-TIPO-MOV         PIC X(01).
               02 MA-QTD              PIC 9(04).
               02 MA-QTD-RESULTANTE   PIC 9(04).
               02 MA-LOCAL            PIC X(01).
               02 MA-LOTE             PIC X(10).

           FD  MOVIMENTO-CATALOGO.
           01 MOVIMENTO-CATALOGO-REG.
               02 MC-DATA             PIC 9(08).
               02 MC-ARQUIVO          PIC X(30).
               02 MC-QTD-LANCAMENTOS  PIC 9(06).

           FD  CONTAGEM-CICLICA.
               COPY "CICLCONT.CPY".

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
               02 FILLER     PIC X(17) VALUE "  SAIDAS DESDE: ".
               02 LCD-INICIO PIC 9(08).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CC-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-OPERADOR     PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-FIM-CATALOGO PIC X(01) VALUE "N".
           01 WS-NOME-ARQUIVO PIC X(30) VALUE SPACES.

           COPY "SERVDATA.CPY".
           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MERCMST.DAT EM USO POR OUTRO PROCESSO".

           01 WS-PARAMETROS-ABC.
               02 WS-CORTE-A      PIC 9(03).
               02 WS-CORTE-B      PIC 9(03).
               02 WS-FREQ-A       PIC 9(03).
               02 WS-FREQ-B       PIC 9(03).
               02 WS-FREQ-C       PIC 9(03).

           01 WS-TABELA-ARQUIVOS.
               02 WS-ARQ-GUARDADO OCCURS 50 TIMES PIC X(30).
           01 WS-ARQ-QTD      PIC 9(02) VALUE ZEROS.
           01 WS-ARQ-IDX      PIC 9(02) VALUE ZEROS.

           01 WS-DATA-INICIO    PIC 9(08) VALUE ZEROS.
           01 WS-MOV-MERCADORIA PIC X(20) VALUE SPACES.
           01 WS-MOV-DATA       PIC 9(08) VALUE ZEROS.
           01 WS-MOV-TIPO       PIC X(01) VALUE SPACES.
           01 WS-MOV-QTD        PIC 9(04) VALUE ZEROS.

           01 WS-TABELA-ABC.
               02 WS-AB-ITEM OCCURS 2000 TIMES.
                   03 WS-AB-MERCADORIA   PIC X(20).
                   03 WS-AB-CUSTO        PIC 9(04)V99.
                   03 WS-AB-QTD-SAIDA    PIC 9(07).
                   03 WS-AB-VALOR        PIC 9(11)V99.
                   03 WS-AB-CLASSE       PIC X(01).
                   03 WS-AB-CLASSE-ANTERIOR PIC X(01).
           01 WS-AB-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-AB-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-AB-J         PIC 9(04) VALUE ZEROS.
           01 WS-AB-ACHADO    PIC 9(04) VALUE ZEROS.
           01 WS-AB-CHEIA     PIC X(01) VALUE "N".
           01 WS-AB-TROCA     PIC X(48) VALUE SPACES.

           01 WS-TABELA-CICLOS.
               02 WS-CL-ITEM OCCURS 2000 TIMES.
                   03 WS-CL-MERCADORIA   PIC X(20).
                   03 WS-CL-FREQUENCIA   PIC 9(03).
                   03 WS-CL-ULTIMA       PIC 9(08).
           01 WS-CL-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-CL-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-CL-ACHADO    PIC 9(04) VALUE ZEROS.
           01 WS-CL-CHEIA     PIC X(01) VALUE "N".

           01 WS-VALOR-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           01 WS-VALOR-ACUMULADO  PIC 9(13)V99 VALUE ZEROS.
           01 WS-PCT-ANTERIOR     PIC 9(03)V99 VALUE ZEROS.
           01 WS-PCT-ITEM         PIC 9(03)V99 VALUE ZEROS.
           01 WS-PCT-ACUMULADO    PIC 9(03)V99 VALUE ZEROS.
           01 WS-TOTAL-ALTERADOS  PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-CICLOS     PIC 9(06) VALUE ZEROS.

           01 WS-RESUMO-CLASSES.
               02 WS-RC-ITEM OCCURS 3 TIMES.
                   03 WS-RC-ITENS      PIC 9(05).
                   03 WS-RC-VALOR      PIC 9(13)V99.
           01 WS-RC-IDX       PIC 9(01) VALUE ZEROS.

           01 CHAVE-ALTERACAO.
               02 CA-MERCADORIA   PIC X(20).
               02 FILLER          PIC X(06) VALUE " ABC: ".
               02 CA-ANTERIOR     PIC X(01).
               02 FILLER          PIC X(04) VALUE " -> ".
               02 CA-NOVA         PIC X(01).
               02 FILLER          PIC X(08) VALUE SPACES.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "CLASSIFICACAO ABC POR VALOR DE SAIDA - 12 MESES".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(06) VALUE "  POS".
               02 FILLER PIC X(22) VALUE "MERCADORIA".
               02 FILLER PIC X(09) VALUE " QTD SAI".
               02 FILLER PIC X(10) VALUE "    CUSTO".
               02 FILLER PIC X(18) VALUE "            VALOR".
               02 FILLER PIC X(08) VALUE "  %ITEM".
               02 FILLER PIC X(08) VALUE "  %ACUM".
               02 FILLER PIC X(07) VALUE " CLASSE".
               02 FILLER PIC X(10) VALUE "  ANTERIOR".
           01 LINHA-DETALHE.
               02 LD-POSICAO        PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-MERCADORIA     PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-QTD-SAIDA      PIC ZZZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CUSTO          PIC Z.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PCT-ITEM       PIC ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PCT-ACUMULADO  PIC ZZ9,99.
               02 FILLER            PIC X(05) VALUE SPACES.
               02 LD-CLASSE         PIC X(01).
               02 FILLER            PIC X(08) VALUE SPACES.
               02 LD-CLASSE-ANTERIOR PIC X(01).
           01 LINHA-RESUMO-CAB.
               02 FILLER PIC X(08) VALUE "CLASSE".
               02 FILLER PIC X(08) VALUE "  ITENS".
               02 FILLER PIC X(08) VALUE " %ITENS".
               02 FILLER PIC X(20) VALUE "               VALOR".
               02 FILLER PIC X(08) VALUE " %VALOR".
               02 FILLER PIC X(14) VALUE "  CORTE %ACUM".
               02 FILLER PIC X(15) VALUE "  CONTAR (DIAS)".
           01 LINHA-RESUMO.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LR-CLASSE         PIC X(01).
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LR-ITENS          PIC ZZZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-PCT-ITENS      PIC ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-PCT-VALOR      PIC ZZ9,99.
               02 FILLER            PIC X(09) VALUE SPACES.
               02 LR-CORTE          PIC ZZ9.
               02 FILLER            PIC X(12) VALUE SPACES.
               02 LR-FREQUENCIA     PIC ZZ9.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(36) VALUE "ITENS CLASSIFICADOS:".
               02 LT-ITENS          PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(36) VALUE
                   "ITENS QUE MUDARAM DE CLASSE:".
               02 LT-ALTERADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(36) VALUE
                   "PROGRAMACOES DE CONTAGEM GRAVADAS:".
               02 LT-CICLOS         PIC ZZZZZ9.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 2000 MERCADORIAS - CLASSIFICACAO INCOMPLETA".
           01 LINHA-CICLO-CHEIO PIC X(60) VALUE
               "CICLCONT.DAT COM MAIS DE 2000 ITENS - NAO ATUALIZADO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PARAMETROS-ABC.
               PERFORM VALIDA-PARAMETROS.
               INITIALIZE WS-TABELA-ABC WS-RESUMO-CLASSES.

               MOVE "S"         TO SD-FUNCAO.
               MOVE WS-RUN-DATA TO SD-DATA1.
               MOVE -365        TO SD-DIAS.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO = "0"
                   MOVE SD-DATA-RESULTADO TO WS-DATA-INICIO
               ELSE
                   MOVE WS-RUN-DATA TO WS-DATA-INICIO
                   SUBTRACT 10000 FROM WS-DATA-INICIO
               END-IF.

               MOVE "V" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               MOVE "CLASSIFICACAO-ABC" TO CT-PROGRAMA.
               MOVE "B" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "ABC-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   MOVE "SEM MERCADORIAS CADASTRADAS"
                       TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   CLOSE MERC-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM CARREGA-MERCADORIAS.

               PERFORM CARREGA-CATALOGO.
               PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                       UNTIL WS-ARQ-IDX > WS-ARQ-QTD
                   MOVE WS-ARQ-GUARDADO (WS-ARQ-IDX)
                       TO WS-NOME-ARQUIVO
                   PERFORM LE-UM-ARQUIVO
               END-PERFORM.
               PERFORM LE-ARQUIVO-VIVO.

               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-QTD
                   COMPUTE WS-AB-VALOR (WS-AB-IDX) =
                       WS-AB-QTD-SAIDA (WS-AB-IDX)
                       * WS-AB-CUSTO (WS-AB-IDX)
                   ADD WS-AB-VALOR (WS-AB-IDX) TO WS-VALOR-TOTAL
               END-PERFORM.
               PERFORM ORDENA-POR-VALOR.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-QTD
                   PERFORM CLASSIFICA-ITEM
               END-PERFORM.
               CLOSE MERC-MASTER.

               PERFORM ATUALIZA-CONTAGEM-CICLICA.
               PERFORM GRAVA-AUDITORIA-TOTAL.

               PERFORM IMPRIME-RESUMO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-AB-QTD          TO WS-RUN-ACEITOS.
               MOVE WS-TOTAL-ALTERADOS TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           VALIDA-PARAMETROS.
               IF WS-CORTE-A NOT NUMERIC OR WS-CORTE-B NOT NUMERIC
                       OR WS-CORTE-A = ZEROS
                       OR WS-CORTE-B NOT > WS-CORTE-A
                       OR WS-CORTE-B > 100
                   MOVE 080 TO WS-CORTE-A
                   MOVE 095 TO WS-CORTE-B
               END-IF.
               IF WS-FREQ-A NOT NUMERIC OR WS-FREQ-A = ZEROS
                   MOVE 030 TO WS-FREQ-A
               END-IF.
               IF WS-FREQ-B NOT NUMERIC OR WS-FREQ-B = ZEROS
                   MOVE 090 TO WS-FREQ-B
               END-IF.
               IF WS-FREQ-C NOT NUMERIC OR WS-FREQ-C = ZEROS
                   MOVE 180 TO WS-FREQ-C
               END-IF.

           CARREGA-MERCADORIAS.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MERC-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM GUARDA-MERCADORIA
                   END-READ
               END-PERFORM.

           GUARDA-MERCADORIA.
               IF WS-AB-QTD >= 2000
                   MOVE "S" TO WS-AB-CHEIA
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-AB-QTD.
               MOVE MM-MERCADORIA TO WS-AB-MERCADORIA (WS-AB-QTD).
               IF MM-PRECOUNITARIO NUMERIC
                   MOVE MM-PRECOUNITARIO TO WS-AB-CUSTO (WS-AB-QTD)
               END-IF.
               MOVE MM-CLASSE-ABC TO WS-AB-CLASSE-ANTERIOR (WS-AB-QTD).

           CARREGA-CATALOGO.
               MOVE ZEROS TO WS-ARQ-QTD.
               OPEN INPUT MOVIMENTO-CATALOGO.
               IF WS-MC-STATUS NOT = "00"
                   CLOSE MOVIMENTO-CATALOGO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-CATALOGO.
               PERFORM UNTIL WS-FIM-CATALOGO = "S"
                   READ MOVIMENTO-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIM-CATALOGO
                       NOT AT END
                           IF WS-ARQ-QTD < 50
                               ADD 1 TO WS-ARQ-QTD
                               MOVE MC-ARQUIVO TO
                                   WS-ARQ-GUARDADO (WS-ARQ-QTD)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MOVIMENTO-CATALOGO.

           LE-UM-ARQUIVO.
               OPEN INPUT MOVIMENTO-ARQUIVO.
               IF WS-MA-STATUS NOT = "00"
                   CLOSE MOVIMENTO-ARQUIVO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MOVIMENTO-ARQUIVO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE MA-MERCADORIA TO WS-MOV-MERCADORIA
                           MOVE MA-DATA       TO WS-MOV-DATA
                           MOVE MA-TIPO-MOV   TO WS-MOV-TIPO
                           MOVE MA-QTD        TO WS-MOV-QTD
                           PERFORM ACUMULA-SAIDA
                   END-READ
               END-PERFORM.
               CLOSE MOVIMENTO-ARQUIVO.

           LE-ARQUIVO-VIVO.
               OPEN INPUT MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS NOT = "00"
                   CLOSE MOVIMENTO-HISTORICO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MOVIMENTO-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE MV-MERCADORIA TO WS-MOV-MERCADORIA
                           MOVE MV-DATA       TO WS-MOV-DATA
                           MOVE MV-TIPO-MOV   TO WS-MOV-TIPO
                           MOVE MV-QTD        TO WS-MOV-QTD
                           PERFORM ACUMULA-SAIDA
                   END-READ
               END-PERFORM.
               CLOSE MOVIMENTO-HISTORICO.

           ACUMULA-SAIDA.
               IF WS-MOV-TIPO NOT = "S"
                       OR WS-MOV-DATA NOT NUMERIC
                       OR WS-MOV-QTD NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               IF WS-MOV-DATA NOT > WS-DATA-INICIO
                       OR WS-MOV-DATA > WS-RUN-DATA
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZEROS TO WS-AB-ACHADO.
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-QTD
                           OR WS-AB-ACHADO > ZEROS
                   IF WS-AB-MERCADORIA (WS-AB-IDX) = WS-MOV-MERCADORIA
                       MOVE WS-AB-IDX TO WS-AB-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-AB-ACHADO > ZEROS
                   ADD WS-MOV-QTD TO WS-AB-QTD-SAIDA (WS-AB-ACHADO)
               END-IF.

           ORDENA-POR-VALOR.
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX >= WS-AB-QTD
                   PERFORM VARYING WS-AB-J FROM 1 BY 1
                           UNTIL WS-AB-J > WS-AB-QTD - WS-AB-IDX
                       IF WS-AB-VALOR (WS-AB-J) <
                               WS-AB-VALOR (WS-AB-J + 1)
                           MOVE WS-AB-ITEM (WS-AB-J)
                               TO WS-AB-TROCA
                           MOVE WS-AB-ITEM (WS-AB-J + 1)
                               TO WS-AB-ITEM (WS-AB-J)
                           MOVE WS-AB-TROCA
                               TO WS-AB-ITEM (WS-AB-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           CLASSIFICA-ITEM.
               MOVE ZEROS TO WS-PCT-ITEM.
               IF WS-VALOR-TOTAL > ZEROS
                   COMPUTE WS-PCT-ANTERIOR ROUNDED =
                       WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
                   COMPUTE WS-PCT-ITEM ROUNDED =
                       WS-AB-VALOR (WS-AB-IDX) * 100 / WS-VALOR-TOTAL
               END-IF.
               ADD WS-AB-VALOR (WS-AB-IDX) TO WS-VALOR-ACUMULADO.
               IF WS-VALOR-TOTAL > ZEROS
                   COMPUTE WS-PCT-ACUMULADO ROUNDED =
                       WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
               END-IF.
               EVALUATE TRUE
                   WHEN WS-AB-VALOR (WS-AB-IDX) = ZEROS
                       MOVE "C" TO WS-AB-CLASSE (WS-AB-IDX)
                       MOVE 3   TO WS-RC-IDX
                   WHEN WS-PCT-ANTERIOR < WS-CORTE-A
                       MOVE "A" TO WS-AB-CLASSE (WS-AB-IDX)
                       MOVE 1   TO WS-RC-IDX
                   WHEN WS-PCT-ANTERIOR < WS-CORTE-B
                       MOVE "B" TO WS-AB-CLASSE (WS-AB-IDX)
                       MOVE 2   TO WS-RC-IDX
                   WHEN OTHER
                       MOVE "C" TO WS-AB-CLASSE (WS-AB-IDX)
                       MOVE 3   TO WS-RC-IDX
               END-EVALUATE.
               ADD 1 TO WS-RC-ITENS (WS-RC-IDX).
               ADD WS-AB-VALOR (WS-AB-IDX) TO WS-RC-VALOR (WS-RC-IDX).

               MOVE WS-AB-IDX                     TO LD-POSICAO.
               MOVE WS-AB-MERCADORIA (WS-AB-IDX)  TO LD-MERCADORIA.
               MOVE WS-AB-QTD-SAIDA (WS-AB-IDX)   TO LD-QTD-SAIDA.
               MOVE WS-AB-CUSTO (WS-AB-IDX)       TO LD-CUSTO.
               MOVE WS-AB-VALOR (WS-AB-IDX)       TO LD-VALOR.
               MOVE WS-PCT-ITEM                   TO LD-PCT-ITEM.
               MOVE WS-PCT-ACUMULADO              TO LD-PCT-ACUMULADO.
               MOVE WS-AB-CLASSE (WS-AB-IDX)      TO LD-CLASSE.
               MOVE WS-AB-CLASSE-ANTERIOR (WS-AB-IDX)
                   TO LD-CLASSE-ANTERIOR.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

               IF WS-AB-CLASSE (WS-AB-IDX)
                       = WS-AB-CLASSE-ANTERIOR (WS-AB-IDX)
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-AB-MERCADORIA (WS-AB-IDX) TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               MOVE WS-AB-CLASSE (WS-AB-IDX) TO MM-CLASSE-ABC.
               REWRITE MERC-MASTER-REG.
               ADD 1 TO WS-TOTAL-ALTERADOS.
               PERFORM GRAVA-AUDITORIA-ITEM.

           ATUALIZA-CONTAGEM-CICLICA.
               PERFORM CARREGA-CICLOS.
               IF WS-CL-CHEIA = "S"
                   DISPLAY LINHA-CICLO-CHEIO
                   MOVE LINHA-CICLO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-QTD
                   PERFORM PROGRAMA-CONTAGEM-ITEM
               END-PERFORM.
               IF WS-CL-CHEIA = "S"
                   DISPLAY LINHA-CICLO-CHEIO
                   MOVE LINHA-CICLO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN OUTPUT CONTAGEM-CICLICA.
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-QTD
                   MOVE WS-CL-MERCADORIA (WS-CL-IDX) TO CC-MERCADORIA
                   MOVE WS-CL-FREQUENCIA (WS-CL-IDX)
                       TO CC-FREQUENCIA-DIAS
                   MOVE WS-CL-ULTIMA (WS-CL-IDX)
                       TO CC-DATA-ULTIMA-CONTAGEM
                   WRITE CONTAGEM-CICLICA-REG
                   ADD 1 TO WS-TOTAL-CICLOS
               END-PERFORM.
               CLOSE CONTAGEM-CICLICA.

           CARREGA-CICLOS.
               MOVE ZEROS TO WS-CL-QTD.
               OPEN INPUT CONTAGEM-CICLICA.
               IF WS-CC-STATUS NOT = "00"
                   CLOSE CONTAGEM-CICLICA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTAGEM-CICLICA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-CL-QTD < 2000
                               ADD 1 TO WS-CL-QTD
                               MOVE CC-MERCADORIA
                                   TO WS-CL-MERCADORIA (WS-CL-QTD)
                               MOVE CC-FREQUENCIA-DIAS
                                   TO WS-CL-FREQUENCIA (WS-CL-QTD)
                               MOVE CC-DATA-ULTIMA-CONTAGEM
                                   TO WS-CL-ULTIMA (WS-CL-QTD)
                           ELSE
                               MOVE "S" TO WS-CL-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTAGEM-CICLICA.

           PROGRAMA-CONTAGEM-ITEM.
               MOVE ZEROS TO WS-CL-ACHADO.
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-QTD
                           OR WS-CL-ACHADO > ZEROS
                   IF WS-CL-MERCADORIA (WS-CL-IDX)
                           = WS-AB-MERCADORIA (WS-AB-IDX)
                       MOVE WS-CL-IDX TO WS-CL-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-CL-ACHADO = ZEROS
                   IF WS-CL-QTD >= 2000
                       MOVE "S" TO WS-CL-CHEIA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CL-QTD
                   MOVE WS-CL-QTD TO WS-CL-ACHADO
                   MOVE WS-AB-MERCADORIA (WS-AB-IDX)
                       TO WS-CL-MERCADORIA (WS-CL-ACHADO)
                   MOVE ZEROS TO WS-CL-ULTIMA (WS-CL-ACHADO)
               END-IF.
               EVALUATE WS-AB-CLASSE (WS-AB-IDX)
                   WHEN "A"
                       MOVE WS-FREQ-A TO WS-CL-FREQUENCIA (WS-CL-ACHADO)
                   WHEN "B"
                       MOVE WS-FREQ-B TO WS-CL-FREQUENCIA (WS-CL-ACHADO)
                   WHEN OTHER
                       MOVE WS-FREQ-C TO WS-CL-FREQUENCIA (WS-CL-ACHADO)
               END-EVALUATE.

           IMPRIME-RESUMO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-RESUMO-CAB TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-RESUMO-CAB.
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > 3
                   PERFORM IMPRIME-LINHA-CLASSE
               END-PERFORM.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-AB-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               MOVE WS-AB-QTD          TO LT-ITENS.
               MOVE WS-TOTAL-ALTERADOS TO LT-ALTERADOS.
               MOVE WS-TOTAL-CICLOS    TO LT-CICLOS.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-LINHA-CLASSE.
               MOVE ZEROS TO LR-PCT-ITENS LR-PCT-VALOR.
               EVALUATE WS-RC-IDX
                   WHEN 1
                       MOVE "A"        TO LR-CLASSE
                       MOVE WS-CORTE-A TO LR-CORTE
                       MOVE WS-FREQ-A  TO LR-FREQUENCIA
                   WHEN 2
                       MOVE "B"        TO LR-CLASSE
                       MOVE WS-CORTE-B TO LR-CORTE
                       MOVE WS-FREQ-B  TO LR-FREQUENCIA
                   WHEN OTHER
                       MOVE "C"        TO LR-CLASSE
                       MOVE 100        TO LR-CORTE
                       MOVE WS-FREQ-C  TO LR-FREQUENCIA
               END-EVALUATE.
               MOVE WS-RC-ITENS (WS-RC-IDX) TO LR-ITENS.
               MOVE WS-RC-VALOR (WS-RC-IDX) TO LR-VALOR.
               IF WS-AB-QTD > ZEROS
                   COMPUTE LR-PCT-ITENS ROUNDED =
                       WS-RC-ITENS (WS-RC-IDX) * 100 / WS-AB-QTD
               END-IF.
               IF WS-VALOR-TOTAL > ZEROS
                   COMPUTE LR-PCT-VALOR ROUNDED =
                       WS-RC-VALOR (WS-RC-IDX) * 100 / WS-VALOR-TOTAL
               END-IF.
               DISPLAY LINHA-RESUMO
               MOVE LINHA-RESUMO TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           GRAVA-AUDITORIA-ITEM.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CLASSIFICACAO-ABC" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA       TO AJ-DATA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE WS-AB-MERCADORIA (WS-AB-IDX) TO CA-MERCADORIA.
               MOVE WS-AB-CLASSE-ANTERIOR (WS-AB-IDX) TO CA-ANTERIOR.
               MOVE WS-AB-CLASSE (WS-AB-IDX) TO CA-NOVA.
               MOVE CHAVE-ALTERACAO   TO AJ-CHAVE.
               MOVE WS-AB-VALOR (WS-AB-IDX) TO AJ-VALOR.
               MOVE "CLASSE ABC ALTERADA" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-TOTAL.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CLASSIFICACAO-ABC" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA       TO AJ-DATA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE "CLASSIFICACAO ABC TRIMESTRAL" TO AJ-CHAVE.
               MOVE WS-VALOR-TOTAL    TO AJ-VALOR.
               MOVE "VALOR DE SAIDA 12 MESES" TO AJ-DESCRICAO.
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
               MOVE "CLASSIFICACAO-ABC" TO RN-PROGRAMA.
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
               MOVE WS-DATA-INICIO     TO LCD-INICIO.
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
               MOVE "CLASSIFICACAO-ABC" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.

