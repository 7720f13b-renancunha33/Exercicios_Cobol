       IDENTIFICATION DIVISION.
             PROGRAM-ID. RELATORIO-DE-DEVOLUCOES.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT NOTA-DEBITO ASSIGN TO "NOTADEB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ND-STATUS.
                 SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FN-CODIGO
                     FILE STATUS IS WS-FN-STATUS.
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
           FD  NOTA-DEBITO.
               COPY "NOTADEB.CPY".

           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

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

           01 WS-ND-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.

           01 WS-TABELA-DEVOLUCOES.
               02 WS-DV-ITEM OCCURS 500 TIMES.
                   03 WS-DV-FORNECEDOR   PIC 9(04).
                   03 WS-DV-MOTIVO       PIC X(01).
                   03 WS-DV-NOTAS        PIC 9(05).
                   03 WS-DV-QTD          PIC 9(07).
                   03 WS-DV-VALOR        PIC 9(11)V99.
                   03 WS-DV-ABATIDO      PIC 9(11)V99.
           01 WS-DV-QTD-ITENS PIC 9(03) VALUE ZEROS.
           01 WS-DV-POS       PIC 9(03) VALUE ZEROS.
           01 WS-DV-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-DV-J         PIC 9(03) VALUE ZEROS.
           01 WS-DV-CHEIA     PIC X(01) VALUE "N".
           01 WS-DV-TROCA     PIC X(43) VALUE SPACES.

           01 WS-FORNECEDOR-ATUAL PIC 9(04) VALUE ZEROS.
           01 WS-NOME-FORNECEDOR  PIC X(20) VALUE SPACES.

           01 WS-SUB-NOTAS    PIC 9(05) VALUE ZEROS.
           01 WS-SUB-QTD      PIC 9(07) VALUE ZEROS.
           01 WS-SUB-VALOR    PIC 9(11)V99 VALUE ZEROS.
           01 WS-SUB-ABATIDO  PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-NOTAS    PIC 9(06) VALUE ZEROS.
           01 WS-TOT-QTD      PIC 9(08) VALUE ZEROS.
           01 WS-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-ABATIDO  PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOT-FORNECEDORES PIC 9(05) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "DEVOLUCOES A FORNECEDOR POR FORNECEDOR E MOTIVO".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(05) VALUE "FORN".
               02 FILLER PIC X(21) VALUE "NOME".
               02 FILLER PIC X(20) VALUE "MOTIVO".
               02 FILLER PIC X(07) VALUE "  NOTAS".
               02 FILLER PIC X(09) VALUE "      QTD".
               02 FILLER PIC X(18) VALUE "       VALOR".
               02 FILLER PIC X(18) VALUE "     ABATIDO CP".
               02 FILLER PIC X(18) VALUE "    A COMPENSAR".
           01 LINHA-DETALHE.
               02 LD-FORNECEDOR     PIC 9(04).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-NOME           PIC X(20).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-MOTIVO         PIC X(20).
               02 LD-NOTAS          PIC ZZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-QTD            PIC ZZZZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-ABATIDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-A-COMPENSAR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "FORNECEDORES C/ DEVOLUCAO:".
               02 LT-FORNECEDORES   PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "NOTAS DE DEBITO NO MES:".
               02 LT-NOTAS          PIC ZZZZZ9.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 500 COMBINACOES - RELATORIO INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.
               INITIALIZE WS-TABELA-DEVOLUCOES.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "DEVFORN-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT NOTA-DEBITO.
               IF WS-ND-STATUS NOT = "00"
                   DISPLAY "NENHUMA NOTA DE DEBITO EMITIDA"
                   MOVE "SEM NOTAS DE DEBITO EMITIDAS"
                       TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-DEBITO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM ACUMULA-NOTA
                   END-READ
               END-PERFORM.
               CLOSE NOTA-DEBITO.
               PERFORM ORDENA-DEVOLUCOES.

               OPEN INPUT FORNECEDOR-MASTER.
               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.
               MOVE ZEROS TO WS-FORNECEDOR-ATUAL.
               PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX > WS-DV-QTD-ITENS
                   IF WS-DV-FORNECEDOR (WS-DV-IDX)
                           NOT = WS-FORNECEDOR-ATUAL
                       IF WS-FORNECEDOR-ATUAL > ZEROS
                           PERFORM IMPRIME-SUBTOTAL
                       END-IF
                       PERFORM INICIA-FORNECEDOR
                   END-IF
                   PERFORM IMPRIME-DEVOLUCAO
               END-PERFORM.
               IF WS-FORNECEDOR-ATUAL > ZEROS
                   PERFORM IMPRIME-SUBTOTAL
               END-IF.
               CLOSE FORNECEDOR-MASTER.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES          TO LINHA-DETALHE.
               MOVE "TOTAL GERAL"   TO LD-NOME.
               MOVE WS-TOT-NOTAS    TO LD-NOTAS.
               MOVE WS-TOT-QTD      TO LD-QTD.
               MOVE WS-TOT-VALOR    TO LD-VALOR.
               MOVE WS-TOT-ABATIDO  TO LD-ABATIDO.
               COMPUTE LD-A-COMPENSAR = WS-TOT-VALOR - WS-TOT-ABATIDO.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-DV-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WS-TOT-FORNECEDORES TO LT-FORNECEDORES.
               MOVE WS-TOT-NOTAS        TO LT-NOTAS.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-TOT-NOTAS    TO WS-RUN-ACEITOS.
               MOVE WS-DV-QTD-ITENS TO WS-RUN-GRAVADOS.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           ACUMULA-NOTA.
               IF ND-DATA NOT NUMERIC
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               IF ND-DATA(1:6) NOT = WS-MES-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               IF ND-VALOR-ABATIDO NOT NUMERIC
                   MOVE ZEROS TO ND-VALOR-ABATIDO
               END-IF.
               MOVE ZEROS TO WS-DV-POS.
               PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX > WS-DV-QTD-ITENS
                           OR WS-DV-POS > ZEROS
                   IF WS-DV-FORNECEDOR (WS-DV-IDX) = ND-FORNECEDOR
                           AND WS-DV-MOTIVO (WS-DV-IDX) = ND-MOTIVO
                       MOVE WS-DV-IDX TO WS-DV-POS
                   END-IF
               END-PERFORM.
               IF WS-DV-POS = ZEROS
                   IF WS-DV-QTD-ITENS >= 500
                       MOVE "S" TO WS-DV-CHEIA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DV-QTD-ITENS
                   MOVE WS-DV-QTD-ITENS TO WS-DV-POS
                   MOVE ND-FORNECEDOR TO WS-DV-FORNECEDOR (WS-DV-POS)
                   MOVE ND-MOTIVO     TO WS-DV-MOTIVO (WS-DV-POS)
               END-IF.
               ADD 1                TO WS-DV-NOTAS (WS-DV-POS).
               ADD ND-QTD           TO WS-DV-QTD (WS-DV-POS).
               ADD ND-VALOR         TO WS-DV-VALOR (WS-DV-POS).
               ADD ND-VALOR-ABATIDO TO WS-DV-ABATIDO (WS-DV-POS).

           ORDENA-DEVOLUCOES.
               PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX >= WS-DV-QTD-ITENS
                   PERFORM VARYING WS-DV-J FROM 1 BY 1
                           UNTIL WS-DV-J >= WS-DV-QTD-ITENS
                       IF WS-DV-FORNECEDOR (WS-DV-J) >
                               WS-DV-FORNECEDOR (WS-DV-J + 1)
                           OR (WS-DV-FORNECEDOR (WS-DV-J) =
                               WS-DV-FORNECEDOR (WS-DV-J + 1)
                           AND WS-DV-MOTIVO (WS-DV-J) >
                               WS-DV-MOTIVO (WS-DV-J + 1))
                           MOVE WS-DV-ITEM (WS-DV-J)
                               TO WS-DV-TROCA
                           MOVE WS-DV-ITEM (WS-DV-J + 1)
                               TO WS-DV-ITEM (WS-DV-J)
                           MOVE WS-DV-TROCA
                               TO WS-DV-ITEM (WS-DV-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           INICIA-FORNECEDOR.
               MOVE WS-DV-FORNECEDOR (WS-DV-IDX) TO WS-FORNECEDOR-ATUAL.
               MOVE ZEROS TO WS-SUB-NOTAS WS-SUB-QTD
                             WS-SUB-VALOR WS-SUB-ABATIDO.
               ADD 1 TO WS-TOT-FORNECEDORES.
               MOVE WS-FORNECEDOR-ATUAL TO FN-CODIGO.
               MOVE "*** NAO CADASTRADO" TO WS-NOME-FORNECEDOR.
               IF WS-FN-STATUS = "00" OR WS-FN-STATUS = "23"
                   READ FORNECEDOR-MASTER
                       NOT INVALID KEY
                           MOVE FN-NOME TO WS-NOME-FORNECEDOR
                   END-READ
               END-IF.

           IMPRIME-DEVOLUCAO.
               MOVE SPACES TO LINHA-DETALHE.
               IF WS-SUB-NOTAS = ZEROS
                   MOVE WS-FORNECEDOR-ATUAL TO LD-FORNECEDOR
                   MOVE WS-NOME-FORNECEDOR  TO LD-NOME
               END-IF.
               EVALUATE WS-DV-MOTIVO (WS-DV-IDX)
                   WHEN "D"
                       MOVE "AVARIA/DANIFICADA" TO LD-MOTIVO
                   WHEN "E"
                       MOVE "ITEM ERRADO"       TO LD-MOTIVO
                   WHEN "V"
                       MOVE "VENCIDA"           TO LD-MOTIVO
                   WHEN "Q"
                       MOVE "QUALIDADE"         TO LD-MOTIVO
                   WHEN OTHER
                       MOVE "OUTROS"            TO LD-MOTIVO
               END-EVALUATE.
               MOVE WS-DV-NOTAS (WS-DV-IDX)   TO LD-NOTAS.
               MOVE WS-DV-QTD (WS-DV-IDX)     TO LD-QTD.
               MOVE WS-DV-VALOR (WS-DV-IDX)   TO LD-VALOR.
               MOVE WS-DV-ABATIDO (WS-DV-IDX) TO LD-ABATIDO.
               COMPUTE LD-A-COMPENSAR =
                   WS-DV-VALOR (WS-DV-IDX) - WS-DV-ABATIDO (WS-DV-IDX).
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               ADD WS-DV-NOTAS (WS-DV-IDX)   TO WS-SUB-NOTAS
                                                WS-TOT-NOTAS.
               ADD WS-DV-QTD (WS-DV-IDX)     TO WS-SUB-QTD
                                                WS-TOT-QTD.
               ADD WS-DV-VALOR (WS-DV-IDX)   TO WS-SUB-VALOR
                                                WS-TOT-VALOR.
               ADD WS-DV-ABATIDO (WS-DV-IDX) TO WS-SUB-ABATIDO
                                                WS-TOT-ABATIDO.

           IMPRIME-SUBTOTAL.
               MOVE SPACES            TO LINHA-DETALHE.
               MOVE "TOTAL FORNECEDOR" TO LD-MOTIVO.
               MOVE WS-SUB-NOTAS      TO LD-NOTAS.
               MOVE WS-SUB-QTD        TO LD-QTD.
               MOVE WS-SUB-VALOR      TO LD-VALOR.
               MOVE WS-SUB-ABATIDO    TO LD-ABATIDO.
               COMPUTE LD-A-COMPENSAR = WS-SUB-VALOR - WS-SUB-ABATIDO.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
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
               MOVE "RELATORIO-DE-DEVOLUCOES" TO RN-PROGRAMA.
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
               MOVE "RELATORIO-DE-DEVOLUCOES" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
