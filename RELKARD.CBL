       IDENTIFICATION DIVISION.
             PROGRAM-ID. KARDEX-DE-ESTOQUE.
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
                 SELECT AJUSTE-ESTOQUE ASSIGN TO "AJUSTES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AD-STATUS.
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
               02 MA-DATA.
                   03 MA-ANO           PIC 9(04).
                   03 MA-MES           PIC 9(02).
                   03 MA-DIA           PIC 9(02).
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

           FD  AJUSTE-ESTOQUE.
               COPY "AJUSTES.CPY".

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

           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AD-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-FIM-CATALOGO PIC X(01) VALUE "N".
           01 WS-NOME-ARQUIVO PIC X(30) VALUE SPACES.

           01 WS-TABELA-ARQUIVOS.
               02 WS-ARQ-GUARDADO OCCURS 50 TIMES PIC X(30).
           01 WS-ARQ-QTD      PIC 9(02) VALUE ZEROS.
           01 WS-ARQ-IDX      PIC 9(02) VALUE ZEROS.

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-MES-REGISTRO   PIC 9(06) VALUE ZEROS.

           01 WS-MOV-MERCADORIA PIC X(20) VALUE SPACES.
           01 WS-MOV-TIPO       PIC X(01) VALUE SPACES.
           01 WS-MOV-QTD        PIC S9(06) VALUE ZEROS.
           01 WS-MOV-LOCAL      PIC X(01) VALUE SPACES.
           01 WS-MOV-OUTRO-LOCAL PIC X(01) VALUE SPACES.
           01 WS-MOV-ORIGEM     PIC X(01) VALUE SPACES.

           01 WS-KARDEX.
               02 WS-KX-ITEM OCCURS 2000 TIMES.
                   03 WS-KX-MERCADORIA   PIC X(20).
                   03 WS-KX-LOCAL        PIC X(01).
                   03 WS-KX-SALDO-INICIAL PIC S9(07).
                   03 WS-KX-ENTRADAS     PIC S9(07).
                   03 WS-KX-SAIDAS       PIC S9(07).
                   03 WS-KX-TRANSF-ENTRADA PIC S9(07).
                   03 WS-KX-TRANSF-SAIDA PIC S9(07).
                   03 WS-KX-AJUSTES      PIC S9(07).
                   03 WS-KX-POSTERIOR    PIC S9(07).
                   03 WS-KX-CADASTRO     PIC S9(07).
           01 WS-KX-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-KX-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-KX-ACHADO     PIC 9(04) VALUE ZEROS.
           01 WS-KX-CHEIA      PIC X(01) VALUE "N".

           01 WS-SALDO-FINAL   PIC S9(07) VALUE ZEROS.
           01 WS-SALDO-CALCULADO PIC S9(07) VALUE ZEROS.
           01 WS-TOTAL-LISTADOS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "KARDEX DE ESTOQUE POR MERCADORIA E LOCAL".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(22) VALUE "MERCADORIA".
               02 FILLER PIC X(03) VALUE "L".
               02 FILLER PIC X(10) VALUE " SALDO INI".
               02 FILLER PIC X(10) VALUE "  ENTRADAS".
               02 FILLER PIC X(10) VALUE "    SAIDAS".
               02 FILLER PIC X(10) VALUE "  TRANSF+".
               02 FILLER PIC X(10) VALUE "  TRANSF-".
               02 FILLER PIC X(10) VALUE "   AJUSTES".
               02 FILLER PIC X(10) VALUE " SALDO FIN".
               02 FILLER PIC X(10) VALUE "  CADASTRO".
               02 FILLER PIC X(11) VALUE "  SITUACAO".
           01 LINHA-DETALHE.
               02 LD-MERCADORIA     PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-LOCAL          PIC X(01).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SALDO-INICIAL  PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-ENTRADAS       PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SAIDAS         PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-TRANSF-ENTRADA PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-TRANSF-SAIDA   PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-AJUSTES        PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SALDO-FINAL    PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CADASTRO       PIC -------9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SITUACAO       PIC X(09).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "POSICOES LISTADAS:".
               02 LT-LISTADOS       PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "POSICOES DIVERGENTES:".
               02 LT-DIVERGENTES    PIC ZZZZZ9.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 2000 POSICOES - RELATORIO INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "KARDEX-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   MOVE "SEM MERCADORIAS CADASTRADAS"
                       TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM CARREGA-CADASTRO.
               CLOSE MERC-MASTER.

               PERFORM CARREGA-CATALOGO.
               PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                       UNTIL WS-ARQ-IDX > WS-ARQ-QTD
                   MOVE WS-ARQ-GUARDADO (WS-ARQ-IDX)
                       TO WS-NOME-ARQUIVO
                   PERFORM LE-UM-ARQUIVO
               END-PERFORM.
               PERFORM LE-ARQUIVO-VIVO.
               PERFORM LE-AJUSTES.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.
               PERFORM VARYING WS-KX-IDX FROM 1 BY 1
                       UNTIL WS-KX-IDX > WS-KX-QTD
                   PERFORM IMPRIME-POSICAO
               END-PERFORM.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-KX-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WS-TOTAL-LISTADOS    TO LT-LISTADOS.
               MOVE WS-TOTAL-DIVERGENTES TO LT-DIVERGENTES.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-TOTAL-LISTADOS    TO WS-RUN-ACEITOS.
               MOVE WS-TOTAL-DIVERGENTES TO WS-RUN-REJEITADOS.
               MOVE WS-TOTAL-LISTADOS    TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           CARREGA-CADASTRO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MERC-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM REGISTRA-CADASTRO
                   END-READ
               END-PERFORM.

           REGISTRA-CADASTRO.
               IF MM-QTD-LOJA NOT NUMERIC
                   MOVE ZEROS TO MM-QTD-LOJA
               END-IF.
               IF MM-QTD-DEPOSITO NOT NUMERIC
                   MOVE ZEROS TO MM-QTD-DEPOSITO
               END-IF.
               IF MM-QTD NUMERIC AND MM-QTD > ZEROS
                       AND MM-QTD-LOJA = ZEROS
                       AND MM-QTD-DEPOSITO = ZEROS
                   MOVE MM-QTD TO MM-QTD-LOJA
               END-IF.
               MOVE MM-MERCADORIA TO WS-MOV-MERCADORIA.
               MOVE "L" TO WS-MOV-LOCAL.
               PERFORM LOCALIZA-POSICAO.
               IF WS-KX-ACHADO > ZEROS
                   MOVE MM-QTD-LOJA TO WS-KX-CADASTRO (WS-KX-ACHADO)
               END-IF.
               MOVE "D" TO WS-MOV-LOCAL.
               PERFORM LOCALIZA-POSICAO.
               IF WS-KX-ACHADO > ZEROS
                   MOVE MM-QTD-DEPOSITO
                       TO WS-KX-CADASTRO (WS-KX-ACHADO)
               END-IF.

           LOCALIZA-POSICAO.
               MOVE ZEROS TO WS-KX-ACHADO.
               PERFORM VARYING WS-KX-IDX FROM 1 BY 1
                       UNTIL WS-KX-IDX > WS-KX-QTD
                           OR WS-KX-ACHADO > ZEROS
                   IF WS-KX-MERCADORIA (WS-KX-IDX) = WS-MOV-MERCADORIA
                           AND WS-KX-LOCAL (WS-KX-IDX) = WS-MOV-LOCAL
                       MOVE WS-KX-IDX TO WS-KX-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-KX-ACHADO > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-KX-QTD >= 2000
                   MOVE "S" TO WS-KX-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-KX-QTD.
               MOVE WS-KX-QTD TO WS-KX-ACHADO.
               MOVE WS-MOV-MERCADORIA
                   TO WS-KX-MERCADORIA (WS-KX-ACHADO).
               MOVE WS-MOV-LOCAL TO WS-KX-LOCAL (WS-KX-ACHADO).
               MOVE ZEROS TO WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                             WS-KX-ENTRADAS (WS-KX-ACHADO)
                             WS-KX-SAIDAS (WS-KX-ACHADO)
                             WS-KX-TRANSF-ENTRADA (WS-KX-ACHADO)
                             WS-KX-TRANSF-SAIDA (WS-KX-ACHADO)
                             WS-KX-AJUSTES (WS-KX-ACHADO)
                             WS-KX-POSTERIOR (WS-KX-ACHADO)
                             WS-KX-CADASTRO (WS-KX-ACHADO).

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
                           ADD 1 TO WS-RUN-LIDOS
                           MOVE MA-MERCADORIA TO WS-MOV-MERCADORIA
                           MOVE MA-ANO        TO WS-MES-REGISTRO(1:4)
                           MOVE MA-MES        TO WS-MES-REGISTRO(5:2)
                           MOVE MA-TIPO-MOV   TO WS-MOV-TIPO
                           MOVE MA-QTD        TO WS-MOV-QTD
                           MOVE MA-LOCAL      TO WS-MOV-ORIGEM
                           PERFORM ACUMULA-MOVIMENTO
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
                           ADD 1 TO WS-RUN-LIDOS
                           MOVE MV-MERCADORIA TO WS-MOV-MERCADORIA
                           MOVE MV-ANO        TO WS-MES-REGISTRO(1:4)
                           MOVE MV-MES        TO WS-MES-REGISTRO(5:2)
                           MOVE MV-TIPO-MOV   TO WS-MOV-TIPO
                           MOVE MV-QTD        TO WS-MOV-QTD
                           MOVE MV-LOCAL      TO WS-MOV-ORIGEM
                           PERFORM ACUMULA-MOVIMENTO
                   END-READ
               END-PERFORM.
               CLOSE MOVIMENTO-HISTORICO.

           ACUMULA-MOVIMENTO.
               IF WS-MOV-ORIGEM = "D"
                   MOVE "D" TO WS-MOV-LOCAL
                   MOVE "L" TO WS-MOV-OUTRO-LOCAL
               ELSE
                   MOVE "L" TO WS-MOV-LOCAL
                   MOVE "D" TO WS-MOV-OUTRO-LOCAL
               END-IF.
               EVALUATE WS-MOV-TIPO
                   WHEN "E"
                       PERFORM LOCALIZA-POSICAO
                       IF WS-KX-ACHADO > ZEROS
                           PERFORM LANCA-ENTRADA
                       END-IF
                   WHEN "S"
                       PERFORM LOCALIZA-POSICAO
                       IF WS-KX-ACHADO > ZEROS
                           PERFORM LANCA-SAIDA
                       END-IF
                   WHEN "T"
                       PERFORM LOCALIZA-POSICAO
                       IF WS-KX-ACHADO > ZEROS
                           PERFORM LANCA-TRANSF-ENTRADA
                       END-IF
                       MOVE WS-MOV-OUTRO-LOCAL TO WS-MOV-LOCAL
                       PERFORM LOCALIZA-POSICAO
                       IF WS-KX-ACHADO > ZEROS
                           PERFORM LANCA-TRANSF-SAIDA
                       END-IF
               END-EVALUATE.

           LANCA-ENTRADA.
               EVALUATE TRUE
                   WHEN WS-MES-REGISTRO < WS-MES-REFERENCIA
                       ADD WS-MOV-QTD
                           TO WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                   WHEN WS-MES-REGISTRO = WS-MES-REFERENCIA
                       ADD WS-MOV-QTD TO WS-KX-ENTRADAS (WS-KX-ACHADO)
                   WHEN OTHER
                       ADD WS-MOV-QTD TO WS-KX-POSTERIOR (WS-KX-ACHADO)
               END-EVALUATE.

           LANCA-SAIDA.
               EVALUATE TRUE
                   WHEN WS-MES-REGISTRO < WS-MES-REFERENCIA
                       SUBTRACT WS-MOV-QTD
                           FROM WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                   WHEN WS-MES-REGISTRO = WS-MES-REFERENCIA
                       ADD WS-MOV-QTD TO WS-KX-SAIDAS (WS-KX-ACHADO)
                   WHEN OTHER
                       SUBTRACT WS-MOV-QTD
                           FROM WS-KX-POSTERIOR (WS-KX-ACHADO)
               END-EVALUATE.

           LANCA-TRANSF-ENTRADA.
               EVALUATE TRUE
                   WHEN WS-MES-REGISTRO < WS-MES-REFERENCIA
                       ADD WS-MOV-QTD
                           TO WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                   WHEN WS-MES-REGISTRO = WS-MES-REFERENCIA
                       ADD WS-MOV-QTD
                           TO WS-KX-TRANSF-ENTRADA (WS-KX-ACHADO)
                   WHEN OTHER
                       ADD WS-MOV-QTD TO WS-KX-POSTERIOR (WS-KX-ACHADO)
               END-EVALUATE.

           LANCA-TRANSF-SAIDA.
               EVALUATE TRUE
                   WHEN WS-MES-REGISTRO < WS-MES-REFERENCIA
                       SUBTRACT WS-MOV-QTD
                           FROM WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                   WHEN WS-MES-REGISTRO = WS-MES-REFERENCIA
                       ADD WS-MOV-QTD
                           TO WS-KX-TRANSF-SAIDA (WS-KX-ACHADO)
                   WHEN OTHER
                       SUBTRACT WS-MOV-QTD
                           FROM WS-KX-POSTERIOR (WS-KX-ACHADO)
               END-EVALUATE.

           LE-AJUSTES.
               OPEN INPUT AJUSTE-ESTOQUE.
               IF WS-AD-STATUS NOT = "00"
                   CLOSE AJUSTE-ESTOQUE
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AJUSTE-ESTOQUE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM ACUMULA-AJUSTE
                   END-READ
               END-PERFORM.
               CLOSE AJUSTE-ESTOQUE.

           ACUMULA-AJUSTE.
               IF AD-APROVADO NOT = "A"
                       OR AD-DATA-APLICACAO NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               MOVE AD-MERCADORIA TO WS-MOV-MERCADORIA.
               IF AD-LOCAL = "D"
                   MOVE "D" TO WS-MOV-LOCAL
               ELSE
                   MOVE "L" TO WS-MOV-LOCAL
               END-IF.
               MOVE AD-DATA-APLICACAO(1:6) TO WS-MES-REGISTRO.
               PERFORM LOCALIZA-POSICAO.
               IF WS-KX-ACHADO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE TRUE
                   WHEN WS-MES-REGISTRO < WS-MES-REFERENCIA
                       ADD AD-QTD-DELTA
                           TO WS-KX-SALDO-INICIAL (WS-KX-ACHADO)
                   WHEN WS-MES-REGISTRO = WS-MES-REFERENCIA
                       ADD AD-QTD-DELTA TO WS-KX-AJUSTES (WS-KX-ACHADO)
                   WHEN OTHER
                       ADD AD-QTD-DELTA
                           TO WS-KX-POSTERIOR (WS-KX-ACHADO)
               END-EVALUATE.

           IMPRIME-POSICAO.
               COMPUTE WS-SALDO-FINAL =
                   WS-KX-SALDO-INICIAL (WS-KX-IDX)
                   + WS-KX-ENTRADAS (WS-KX-IDX)
                   - WS-KX-SAIDAS (WS-KX-IDX)
                   + WS-KX-TRANSF-ENTRADA (WS-KX-IDX)
                   - WS-KX-TRANSF-SAIDA (WS-KX-IDX)
                   + WS-KX-AJUSTES (WS-KX-IDX).
               COMPUTE WS-SALDO-CALCULADO =
                   WS-SALDO-FINAL + WS-KX-POSTERIOR (WS-KX-IDX).
               IF WS-SALDO-FINAL = ZEROS
                       AND WS-SALDO-CALCULADO = ZEROS
                       AND WS-KX-SAIDAS (WS-KX-IDX) = ZEROS
                       AND WS-KX-ENTRADAS (WS-KX-IDX) = ZEROS
                       AND WS-KX-TRANSF-SAIDA (WS-KX-IDX) = ZEROS
                       AND WS-KX-CADASTRO (WS-KX-IDX) = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-KX-MERCADORIA (WS-KX-IDX)  TO LD-MERCADORIA.
               MOVE WS-KX-LOCAL (WS-KX-IDX)       TO LD-LOCAL.
               MOVE WS-KX-SALDO-INICIAL (WS-KX-IDX) TO LD-SALDO-INICIAL.
               MOVE WS-KX-ENTRADAS (WS-KX-IDX)    TO LD-ENTRADAS.
               MOVE WS-KX-SAIDAS (WS-KX-IDX)      TO LD-SAIDAS.
               MOVE WS-KX-TRANSF-ENTRADA (WS-KX-IDX)
                   TO LD-TRANSF-ENTRADA.
               MOVE WS-KX-TRANSF-SAIDA (WS-KX-IDX) TO LD-TRANSF-SAIDA.
               MOVE WS-KX-AJUSTES (WS-KX-IDX)     TO LD-AJUSTES.
               MOVE WS-SALDO-FINAL                TO LD-SALDO-FINAL.
               MOVE WS-KX-CADASTRO (WS-KX-IDX)    TO LD-CADASTRO.
               IF WS-SALDO-CALCULADO = WS-KX-CADASTRO (WS-KX-IDX)
                   MOVE "OK" TO LD-SITUACAO
               ELSE
                   MOVE "DIVERGE" TO LD-SITUACAO
                   ADD 1 TO WS-TOTAL-DIVERGENTES
               END-IF.
               ADD 1 TO WS-TOTAL-LISTADOS.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
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
               MOVE "KARDEX-DE-ESTOQUE" TO RN-PROGRAMA.
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
               MOVE WS-MES-REFERENCIA  TO LCD-MES.
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
               MOVE "KARDEX-DE-ESTOQUE" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
