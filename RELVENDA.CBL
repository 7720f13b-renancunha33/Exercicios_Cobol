       IDENTIFICATION DIVISION.
             PROGRAM-ID. RELATORIO-DE-VENDAS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NF-STATUS.
                 SELECT CLIENTE-MASTER ASSIGN TO "CLIMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CLI-CODIGO
                     FILE STATUS IS WS-CL-STATUS.
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
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

           FD  CLIENTE-MASTER.
               COPY "CLIREG.CPY".

           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

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
               02 FILLER     PIC X(14) VALUE "  MES: ".
               02 LCD-MES    PIC 9(06).
               02 FILLER     PIC X(22) VALUE "  COMPARATIVO COM: ".
               02 LCD-MES-ANTERIOR PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-NF-STATUS PIC X(02) VALUE SPACES.
           01 WS-CL-STATUS PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO PIC X(01) VALUE "N".

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-MES-ANTERIOR   PIC 9(06) VALUE ZEROS.
           01 WS-NF-MES         PIC 9(06) VALUE ZEROS.
           01 WS-NO-PERIODO OCCURS 3 TIMES PIC X(01).
           01 WS-PER            PIC 9(01) VALUE ZEROS.

           01 WS-LN-CATEGORIA   PIC X(10) VALUE SPACES.
           01 WS-LN-QTD         PIC 9(07) VALUE ZEROS.
           01 WS-LN-RECEITA     PIC 9(11)V99 VALUE ZEROS.
           01 WS-LN-CUSTO       PIC 9(11)V99 VALUE ZEROS.
           01 WS-LINHA-REJEITADA PIC X(01) VALUE "N".

           01 WS-TABELA-CLIENTES.
               02 WS-CL-ITEM OCCURS 200 TIMES.
                   03 WS-CL-CHAVE     PIC 9(04).
                   03 WS-CL-VALORES.
                       04 WS-CL-PER OCCURS 3 TIMES.
                           05 WS-CL-QTD     PIC 9(07).
                           05 WS-CL-RECEITA PIC 9(11)V99.
                           05 WS-CL-CUSTO   PIC 9(11)V99.
           01 WS-CL-QTD-TAB  PIC 9(03) VALUE ZEROS.
           01 WS-CL-POS      PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-ITENS.
               02 WS-IT-ITEM OCCURS 300 TIMES.
                   03 WS-IT-CHAVE     PIC X(20).
                   03 WS-IT-VALORES.
                       04 WS-IT-PER OCCURS 3 TIMES.
                           05 WS-IT-QTD     PIC 9(07).
                           05 WS-IT-RECEITA PIC 9(11)V99.
                           05 WS-IT-CUSTO   PIC 9(11)V99.
           01 WS-IT-QTD-TAB  PIC 9(03) VALUE ZEROS.
           01 WS-IT-POS      PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-CATEGORIAS.
               02 WS-CT-ITEM OCCURS 50 TIMES.
                   03 WS-CT-CHAVE     PIC X(10).
                   03 WS-CT-VALORES.
                       04 WS-CT-PER OCCURS 3 TIMES.
                           05 WS-CT-QTD     PIC 9(07).
                           05 WS-CT-RECEITA PIC 9(11)V99.
                           05 WS-CT-CUSTO   PIC 9(11)V99.
           01 WS-CT-QTD-TAB  PIC 9(03) VALUE ZEROS.
           01 WS-CT-POS      PIC 9(03) VALUE ZEROS.

           01 WS-TOTAL-VALORES.
               02 WS-TG-PER OCCURS 3 TIMES.
                   03 WS-TG-QTD     PIC 9(07).
                   03 WS-TG-RECEITA PIC 9(11)V99.
                   03 WS-TG-CUSTO   PIC 9(11)V99.

           01 WS-IMP-VALORES.
               02 WS-IMP-PER OCCURS 3 TIMES.
                   03 WS-IMP-QTD     PIC 9(07).
                   03 WS-IMP-RECEITA PIC 9(11)V99.
                   03 WS-IMP-CUSTO   PIC 9(11)V99.
           01 WS-IMP-CHAVE      PIC X(20) VALUE SPACES.
           01 WS-IMP-MARGEM OCCURS 3 TIMES PIC S9(11)V99.
           01 WS-IMP-PERCENTUAL OCCURS 3 TIMES PIC S9(03)V9.
           01 WS-IDX            PIC 9(03) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 WS-HOJE-ANO PIC 9(04) VALUE ZEROS.
               02 WS-HOJE-MES PIC 9(02) VALUE ZEROS.
               02 WS-HOJE-DIA PIC 9(02) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "ANALISE MENSAL DE VENDAS E MARGEM BRUTA".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(22) VALUE "DESCRICAO".
               02 FILLER PIC X(08) VALUE "QTD MES".
               02 FILLER PIC X(14) VALUE "  RECEITA MES".
               02 FILLER PIC X(14) VALUE "   MARGEM MES".
               02 FILLER PIC X(07) VALUE " MRG %".
               02 FILLER PIC X(14) VALUE "  RECEITA ANO".
               02 FILLER PIC X(14) VALUE "   MARGEM ANO".
               02 FILLER PIC X(07) VALUE " MRG %".
               02 FILLER PIC X(14) VALUE "  REC ANO ANT".
               02 FILLER PIC X(13) VALUE "  MRG ANO ANT".
           01 LINHA-SECAO       PIC X(60) VALUE SPACES.
           01 LINHA-DETALHE.
               02 LD-CHAVE          PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-QTD-MES        PIC ZZZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-RECEITA-MES    PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-MARGEM-MES     PIC -ZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-PCT-MES        PIC -ZZ9,9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-RECEITA-ANO    PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-MARGEM-ANO     PIC -ZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-PCT-ANO        PIC -ZZ9,9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-RECEITA-ANT    PIC ZZZZZZZZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-MARGEM-ANT     PIC -ZZZZZZZZ9,99.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(26) VALUE "LINHAS DE NOTA ANALISADAS:".
               02 LT-LINHAS         PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(26) VALUE "LINHAS FORA DAS TABELAS:".
               02 LT-REJEITADAS     PIC ZZZZZ9.

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.
               COMPUTE WS-MES-ANTERIOR = WS-MES-REFERENCIA - 100.
               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "RELVENDA-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               IF WS-DATA-PROCESSAMENTO > ZEROS
                   MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-HOJE-ANO
                   MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-HOJE-MES
                   MOVE WS-DATA-PROCESSAMENTO(7:2) TO WS-HOJE-DIA
               END-IF.
               INITIALIZE WS-TABELA-CLIENTES.
               INITIALIZE WS-TABELA-ITENS.
               INITIALIZE WS-TABELA-CATEGORIAS.
               INITIALIZE WS-TOTAL-VALORES.
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
               OPEN INPUT MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "CADASTRO DE MERCADORIAS INDISPONIVEL"
                   MOVE 8 TO RETURN-CODE
                   CLOSE NOTA-FISCAL
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT CLIENTE-MASTER.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.

           LE-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-FISCAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM CLASSIFICA-LINHA
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FISCAL.

               MOVE "VENDAS POR CLIENTE" TO LINHA-SECAO.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CL-QTD-TAB
                   MOVE WS-CL-VALORES (WS-IDX) TO WS-IMP-VALORES
                   MOVE SPACES TO WS-IMP-CHAVE
                   MOVE WS-CL-CHAVE (WS-IDX) TO CLI-CODIGO
                   MOVE SPACES TO CLI-NOME
                   READ CLIENTE-MASTER
                       INVALID KEY
                           MOVE SPACES TO CLI-NOME
                   END-READ
                   STRING WS-CL-CHAVE (WS-IDX) " " CLI-NOME
                       DELIMITED BY SIZE INTO WS-IMP-CHAVE
                   PERFORM IMPRIME-LINHA-VENDA
               END-PERFORM.

               MOVE "VENDAS POR MERCADORIA" TO LINHA-SECAO.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IT-QTD-TAB
                   MOVE WS-IT-VALORES (WS-IDX) TO WS-IMP-VALORES
                   MOVE WS-IT-CHAVE (WS-IDX) TO WS-IMP-CHAVE
                   PERFORM IMPRIME-LINHA-VENDA
               END-PERFORM.

               MOVE "VENDAS POR CATEGORIA" TO LINHA-SECAO.
               PERFORM IMPRIME-SECAO.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CT-QTD-TAB
                   MOVE WS-CT-VALORES (WS-IDX) TO WS-IMP-VALORES
                   MOVE WS-CT-CHAVE (WS-IDX) TO WS-IMP-CHAVE
                   PERFORM IMPRIME-LINHA-VENDA
               END-PERFORM.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-VALORES TO WS-IMP-VALORES.
               MOVE "TOTAL GERAL" TO WS-IMP-CHAVE.
               PERFORM IMPRIME-LINHA-VENDA.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-ACEITOS    TO LT-LINHAS.
               MOVE WS-RUN-REJEITADOS TO LT-REJEITADAS.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

               CLOSE MERC-MASTER.
               CLOSE CLIENTE-MASTER.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           CLASSIFICA-LINHA.
               IF NF-DATA NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               MOVE NF-DATA(1:6) TO WS-NF-MES.
               MOVE "N" TO WS-NO-PERIODO (1).
               MOVE "N" TO WS-NO-PERIODO (2).
               MOVE "N" TO WS-NO-PERIODO (3).
               IF WS-NF-MES = WS-MES-REFERENCIA
                   MOVE "S" TO WS-NO-PERIODO (1)
               END-IF.
               IF WS-NF-MES(1:4) = WS-MES-REFERENCIA(1:4)
                       AND WS-NF-MES NOT > WS-MES-REFERENCIA
                   MOVE "S" TO WS-NO-PERIODO (2)
               END-IF.
               IF WS-NF-MES = WS-MES-ANTERIOR
                   MOVE "S" TO WS-NO-PERIODO (3)
               END-IF.
               IF WS-NO-PERIODO (1) = "N"
                       AND WS-NO-PERIODO (2) = "N"
                       AND WS-NO-PERIODO (3) = "N"
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-RUN-ACEITOS.

               MOVE NF-QTD         TO WS-LN-QTD.
               MOVE NF-VALOR-LINHA TO WS-LN-RECEITA.
               MOVE NF-MERCADORIA  TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE ZEROS TO WS-LN-CUSTO
                       MOVE "SEM CADAST" TO WS-LN-CATEGORIA
                   NOT INVALID KEY
                       COMPUTE WS-LN-CUSTO =
                           NF-QTD * MM-PRECOUNITARIO
                       MOVE MM-CATEGORIA TO WS-LN-CATEGORIA
               END-READ.
               IF WS-LN-CATEGORIA = SPACES
                   MOVE "GERAL" TO WS-LN-CATEGORIA
               END-IF.

               MOVE "N" TO WS-LINHA-REJEITADA.
               PERFORM ACUMULA-CLIENTE.
               PERFORM ACUMULA-ITEM.
               PERFORM ACUMULA-CATEGORIA.
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                   IF WS-NO-PERIODO (WS-PER) = "S"
                       ADD WS-LN-QTD     TO WS-TG-QTD (WS-PER)
                       ADD WS-LN-RECEITA TO WS-TG-RECEITA (WS-PER)
                       ADD WS-LN-CUSTO   TO WS-TG-CUSTO (WS-PER)
                   END-IF
               END-PERFORM.
               IF WS-LINHA-REJEITADA = "S"
                   ADD 1 TO WS-RUN-REJEITADOS
                   MOVE 4 TO RETURN-CODE
               END-IF.

           ACUMULA-CLIENTE.
               MOVE ZEROS TO WS-CL-POS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CL-QTD-TAB
                          OR WS-CL-POS > ZEROS
                   IF WS-CL-CHAVE (WS-IDX) = NF-CLIENTE
                       MOVE WS-IDX TO WS-CL-POS
                   END-IF
               END-PERFORM.
               IF WS-CL-POS = ZEROS
                   IF WS-CL-QTD-TAB NOT < 200
                       MOVE "S" TO WS-LINHA-REJEITADA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CL-QTD-TAB
                   MOVE WS-CL-QTD-TAB TO WS-CL-POS
                   MOVE NF-CLIENTE TO WS-CL-CHAVE (WS-CL-POS)
               END-IF.
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                   IF WS-NO-PERIODO (WS-PER) = "S"
                       ADD WS-LN-QTD
                           TO WS-CL-QTD (WS-CL-POS WS-PER)
                       ADD WS-LN-RECEITA
                           TO WS-CL-RECEITA (WS-CL-POS WS-PER)
                       ADD WS-LN-CUSTO
                           TO WS-CL-CUSTO (WS-CL-POS WS-PER)
                   END-IF
               END-PERFORM.

           ACUMULA-ITEM.
               MOVE ZEROS TO WS-IT-POS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IT-QTD-TAB
                          OR WS-IT-POS > ZEROS
                   IF WS-IT-CHAVE (WS-IDX) = NF-MERCADORIA
                       MOVE WS-IDX TO WS-IT-POS
                   END-IF
               END-PERFORM.
               IF WS-IT-POS = ZEROS
                   IF WS-IT-QTD-TAB NOT < 300
                       MOVE "S" TO WS-LINHA-REJEITADA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-IT-QTD-TAB
                   MOVE WS-IT-QTD-TAB TO WS-IT-POS
                   MOVE NF-MERCADORIA TO WS-IT-CHAVE (WS-IT-POS)
               END-IF.
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                   IF WS-NO-PERIODO (WS-PER) = "S"
                       ADD WS-LN-QTD
                           TO WS-IT-QTD (WS-IT-POS WS-PER)
                       ADD WS-LN-RECEITA
                           TO WS-IT-RECEITA (WS-IT-POS WS-PER)
                       ADD WS-LN-CUSTO
                           TO WS-IT-CUSTO (WS-IT-POS WS-PER)
                   END-IF
               END-PERFORM.

           ACUMULA-CATEGORIA.
               MOVE ZEROS TO WS-CT-POS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CT-QTD-TAB
                          OR WS-CT-POS > ZEROS
                   IF WS-CT-CHAVE (WS-IDX) = WS-LN-CATEGORIA
                       MOVE WS-IDX TO WS-CT-POS
                   END-IF
               END-PERFORM.
               IF WS-CT-POS = ZEROS
                   IF WS-CT-QTD-TAB NOT < 50
                       MOVE "S" TO WS-LINHA-REJEITADA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CT-QTD-TAB
                   MOVE WS-CT-QTD-TAB TO WS-CT-POS
                   MOVE WS-LN-CATEGORIA TO WS-CT-CHAVE (WS-CT-POS)
               END-IF.
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                   IF WS-NO-PERIODO (WS-PER) = "S"
                       ADD WS-LN-QTD
                           TO WS-CT-QTD (WS-CT-POS WS-PER)
                       ADD WS-LN-RECEITA
                           TO WS-CT-RECEITA (WS-CT-POS WS-PER)
                       ADD WS-LN-CUSTO
                           TO WS-CT-CUSTO (WS-CT-POS WS-PER)
                   END-IF
               END-PERFORM.

           IMPRIME-SECAO.
               DISPLAY SPACE.
               DISPLAY LINHA-SECAO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-LINHA-VENDA.
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
                   COMPUTE WS-IMP-MARGEM (WS-PER) =
                       WS-IMP-RECEITA (WS-PER) - WS-IMP-CUSTO (WS-PER)
                   IF WS-IMP-RECEITA (WS-PER) > ZEROS
                       COMPUTE WS-IMP-PERCENTUAL (WS-PER) ROUNDED =
                           WS-IMP-MARGEM (WS-PER) * 100
                           / WS-IMP-RECEITA (WS-PER)
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-IMP-PERCENTUAL (WS-PER)
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO WS-IMP-PERCENTUAL (WS-PER)
                   END-IF
               END-PERFORM.
               MOVE WS-IMP-CHAVE           TO LD-CHAVE.
               MOVE WS-IMP-QTD (1)         TO LD-QTD-MES.
               MOVE WS-IMP-RECEITA (1)     TO LD-RECEITA-MES.
               MOVE WS-IMP-MARGEM (1)      TO LD-MARGEM-MES.
               MOVE WS-IMP-PERCENTUAL (1)  TO LD-PCT-MES.
               MOVE WS-IMP-RECEITA (2)     TO LD-RECEITA-ANO.
               MOVE WS-IMP-MARGEM (2)      TO LD-MARGEM-ANO.
               MOVE WS-IMP-PERCENTUAL (2)  TO LD-PCT-ANO.
               MOVE WS-IMP-RECEITA (3)     TO LD-RECEITA-ANT.
               MOVE WS-IMP-MARGEM (3)      TO LD-MARGEM-ANT.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               ADD 1 TO WS-RUN-GRAVADOS.

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
               MOVE "RELATORIO-DE-VENDAS" TO RN-PROGRAMA.
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
               MOVE WS-MES-ANTERIOR    TO LCD-MES-ANTERIOR.
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
               MOVE "RELATORIO-DE-VENDAS"
                   TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
