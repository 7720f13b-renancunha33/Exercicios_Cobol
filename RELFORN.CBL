       IDENTIFICATION DIVISION.
             PROGRAM-ID. AVALIACAO-DE-FORNECEDORES.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PEDIDO-COMPRA ASSIGN TO "PEDIDO.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-NUMERO
                     FILE STATUS IS WS-PC-STATUS.
                 SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FN-CODIGO
                     FILE STATUS IS WS-FN-STATUS.
                 SELECT NOTA-DEBITO ASSIGN TO "NOTADEB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ND-STATUS.
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
           FD  PEDIDO-COMPRA.
               COPY "PEDIDO.CPY".

           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  NOTA-DEBITO.
               COPY "NOTADEB.CPY".

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
               02 FILLER     PIC X(14) VALUE "  MES: ".
               02 LCD-MES    PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-PC-STATUS PIC X(02) VALUE SPACES.
           01 WS-FN-STATUS PIC X(02) VALUE SPACES.
           01 WS-ND-STATUS PIC X(02) VALUE SPACES.
           01 WS-FORN-PESQUISA PIC 9(04) VALUE ZEROS.
           01 WS-FIM-ARQUIVO PIC X(01) VALUE "N".

           COPY "SERVDATA.CPY".

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-PRAZO-PROMETIDO PIC 9(03) VALUE ZEROS.
           01 WS-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
           01 WS-DIAS-ENTREGA   PIC S9(05) VALUE ZEROS.

           01 WS-TABELA-FORNECEDORES.
               02 WS-FR-ITEM OCCURS 200 TIMES.
                   03 WS-FR-FORNECEDOR   PIC 9(04).
                   03 WS-FR-NOME         PIC X(20).
                   03 WS-FR-PRAZO        PIC 9(03).
                   03 WS-FR-PEDIDOS      PIC 9(05).
                   03 WS-FR-COMPLETOS    PIC 9(05).
                   03 WS-FR-PARCIAIS     PIC 9(05).
                   03 WS-FR-FALTAS       PIC 9(05).
                   03 WS-FR-CANCELADOS   PIC 9(05).
                   03 WS-FR-EM-ABERTO    PIC 9(05).
                   03 WS-FR-NO-PRAZO     PIC 9(05).
                   03 WS-FR-SOMA-DIAS    PIC 9(07).
                   03 WS-FR-MEDIA-DIAS   PIC 9(04)V9.
                   03 WS-FR-PCT-COMPLETO PIC 9(03)V9.
                   03 WS-FR-PCT-PRAZO    PIC 9(03)V9.
                   03 WS-FR-NOTA         PIC 9(03)V9.
                   03 WS-FR-DEVOLUCOES   PIC 9(05).
                   03 WS-FR-QTD-RECEBIDA PIC 9(07).
                   03 WS-FR-QTD-DEVOLVIDA PIC 9(07).
                   03 WS-FR-PCT-DEVOLUCAO PIC 9(03)V9.
           01 WS-FR-QTD      PIC 9(03) VALUE ZEROS.
           01 WS-FR-POS      PIC 9(03) VALUE ZEROS.
           01 WS-FR-IDX      PIC 9(03) VALUE ZEROS.
           01 WS-FR-J        PIC 9(03) VALUE ZEROS.
           01 WS-FR-CHEIA    PIC X(01) VALUE "N".
           01 WS-FR-TROCA    PIC X(109) VALUE SPACES.
           01 WS-QTD-BASE-DEVOLUCAO PIC 9(08) VALUE ZEROS.
           01 WS-AVALIADOS   PIC 9(05) VALUE ZEROS.

           01 WS-TOTAL-PEDIDOS    PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-CANCELADOS PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "AVALIACAO MENSAL DE FORNECEDORES".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(04) VALUE "POS".
               02 FILLER PIC X(26) VALUE "FORN NOME".
               02 FILLER PIC X(06) VALUE "  PED".
               02 FILLER PIC X(06) VALUE " COMP".
               02 FILLER PIC X(06) VALUE " PARC".
               02 FILLER PIC X(06) VALUE " FALT".
               02 FILLER PIC X(06) VALUE " CANC".
               02 FILLER PIC X(06) VALUE " ABER".
               02 FILLER PIC X(08) VALUE " %COMPL".
               02 FILLER PIC X(06) VALUE " PROM".
               02 FILLER PIC X(08) VALUE "   REAL".
               02 FILLER PIC X(08) VALUE " %PRAZO".
               02 FILLER PIC X(06) VALUE "  DEV".
               02 FILLER PIC X(08) VALUE " %DEVOL".
               02 FILLER PIC X(07) VALUE "   NOTA".
           01 LINHA-DETALHE.
               02 LD-POSICAO        PIC ZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-FORNECEDOR     PIC 9(04).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-NOME           PIC X(20).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-PEDIDOS        PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-COMPLETOS      PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-PARCIAIS       PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-FALTAS         PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-CANCELADOS     PIC ZZZZ9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-EM-ABERTO      PIC ZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-PCT-COMPLETO   PIC ZZ9,9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-PRAZO          PIC ZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-MEDIA-DIAS     PIC ZZZ9,9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-PCT-PRAZO      PIC ZZ9,9.
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-DEVOLUCOES     PIC ZZZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-PCT-DEVOLUCAO  PIC ZZ9,9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOTA           PIC ZZ9,9.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(30) VALUE "PEDIDOS EMITIDOS NO MES:".
               02 LT-PEDIDOS        PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(30) VALUE "PEDIDOS CANCELADOS NO MES:".
               02 LT-CANCELADOS     PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(30) VALUE "FORNECEDORES AVALIADOS:".
               02 LT-FORNECEDORES   PIC ZZZZZ9.
           01 LINHA-LEGENDA1 PIC X(100) VALUE
               "COMP = RECEBIDO COMPLETO  PARC = RECEBIMENTO PARCIAL  FA
      -        "LT = NADA RECEBIDO APOS O PRAZO PROMETIDO".
           01 LINHA-LEGENDA2 PIC X(100) VALUE
               "ABER = EM ABERTO DENTRO DO PRAZO  NOTA = MEDIA DE %COMPL
      -        " E %PRAZO (ENTREGAS COMPLETAS NO PRAZO)".
           01 LINHA-LEGENDA3 PIC X(100) VALUE
               "DEV = DEVOLUCOES NO MES  %DEVOL = QTD DEVOLVIDA SOBRE A 
      -        "RECEBIDA - REDUZ A NOTA NA MESMA PROPORCAO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.
               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "RELFORN-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               INITIALIZE WS-TABELA-FORNECEDORES.
               OPEN INPUT PEDIDO-COMPRA.
               IF WS-PC-STATUS NOT = "00"
                   DISPLAY "NENHUM PEDIDO DE COMPRA REGISTRADO"
                   IF WS-PC-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN INPUT FORNECEDOR-MASTER.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.

           LE-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PEDIDO-COMPRA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM CLASSIFICA-PEDIDO
                   END-READ
               END-PERFORM.
               CLOSE PEDIDO-COMPRA.
               PERFORM LE-DEVOLUCOES.
               CLOSE FORNECEDOR-MASTER.

               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX > WS-FR-QTD
                   PERFORM CALCULA-NOTA-FORNECEDOR
               END-PERFORM.
               PERFORM ORDENA-POR-NOTA.

               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX > WS-FR-QTD
                   PERFORM IMPRIME-FORNECEDOR
               END-PERFORM.
               IF WS-FR-CHEIA = "S"
                   DISPLAY "MAIS DE 200 FORNECEDORES - AVALIACAO"
                       " PARCIAL"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-PEDIDOS    TO LT-PEDIDOS.
               MOVE WS-TOTAL-CANCELADOS TO LT-CANCELADOS.
               MOVE WS-FR-QTD           TO LT-FORNECEDORES.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-LEGENDA1 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-LEGENDA2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-LEGENDA3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               MOVE WS-TOTAL-PEDIDOS TO WS-RUN-ACEITOS.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           CLASSIFICA-PEDIDO.
               IF PC-DATA-EMISSAO NOT NUMERIC
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               IF PC-DATA-EMISSAO(1:6) NOT = WS-MES-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE PC-FORNECEDOR TO WS-FORN-PESQUISA.
               PERFORM LOCALIZA-FORNECEDOR.
               IF WS-FR-POS = ZEROS
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               IF NOT PC-CANCELADO
                   ADD PC-QTD-RECEBIDA TO WS-FR-QTD-RECEBIDA (WS-FR-POS)
               END-IF.

               ADD 1 TO WS-TOTAL-PEDIDOS.
               ADD 1 TO WS-FR-PEDIDOS (WS-FR-POS).
               MOVE WS-FR-PRAZO (WS-FR-POS) TO WS-PRAZO-PROMETIDO.

               EVALUATE TRUE
                   WHEN PC-CANCELADO
                       ADD 1 TO WS-TOTAL-CANCELADOS
                       ADD 1 TO WS-FR-CANCELADOS (WS-FR-POS)
                   WHEN PC-RECEBIDO
                       ADD 1 TO WS-FR-COMPLETOS (WS-FR-POS)
                       PERFORM MEDE-PRAZO-ENTREGA
                   WHEN PC-PARCIAL
                       ADD 1 TO WS-FR-PARCIAIS (WS-FR-POS)
                   WHEN OTHER
                       MOVE "S" TO SD-FUNCAO
                       MOVE PC-DATA-EMISSAO TO SD-DATA1
                       MOVE WS-PRAZO-PROMETIDO TO SD-DIAS
                       CALL "SERVICO-DE-DATAS"
                           USING SERVICO-DATAS-AREA
                       IF SD-RETORNO = "0"
                               AND SD-DATA-RESULTADO < WS-RUN-DATA
                           ADD 1 TO WS-FR-FALTAS (WS-FR-POS)
                       ELSE
                           ADD 1 TO WS-FR-EM-ABERTO (WS-FR-POS)
                       END-IF
               END-EVALUATE.

           MEDE-PRAZO-ENTREGA.
               IF PC-DATA-RECEBIMENTO NOT NUMERIC
                       OR PC-DATA-RECEBIMENTO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "D" TO SD-FUNCAO.
               MOVE PC-DATA-EMISSAO     TO SD-DATA1.
               MOVE PC-DATA-RECEBIMENTO TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   EXIT PARAGRAPH
               END-IF.
               MOVE SD-DIAS TO WS-DIAS-ENTREGA.
               ADD WS-DIAS-ENTREGA TO WS-FR-SOMA-DIAS (WS-FR-POS).
               IF WS-DIAS-ENTREGA <= WS-PRAZO-PROMETIDO
                   ADD 1 TO WS-FR-NO-PRAZO (WS-FR-POS)
               END-IF.

           LE-DEVOLUCOES.
               OPEN INPUT NOTA-DEBITO.
               IF WS-ND-STATUS NOT = "00"
                   CLOSE NOTA-DEBITO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-DEBITO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CLASSIFICA-DEVOLUCAO
                   END-READ
               END-PERFORM.
               CLOSE NOTA-DEBITO.

           CLASSIFICA-DEVOLUCAO.
               IF ND-DATA NOT NUMERIC
                       OR ND-DATA(1:6) NOT = WS-MES-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE ND-FORNECEDOR TO WS-FORN-PESQUISA.
               PERFORM LOCALIZA-FORNECEDOR.
               IF WS-FR-POS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1      TO WS-FR-DEVOLUCOES (WS-FR-POS).
               ADD ND-QTD TO WS-FR-QTD-DEVOLVIDA (WS-FR-POS).

           LOCALIZA-FORNECEDOR.
               MOVE ZEROS TO WS-FR-POS.
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX > WS-FR-QTD
                       OR WS-FR-POS > ZEROS
                   IF WS-FR-FORNECEDOR (WS-FR-IDX) = WS-FORN-PESQUISA
                       MOVE WS-FR-IDX TO WS-FR-POS
                   END-IF
               END-PERFORM.
               IF WS-FR-POS > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-FR-QTD >= 200
                   MOVE "S" TO WS-FR-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-FR-QTD.
               MOVE WS-FR-QTD TO WS-FR-POS.
               MOVE WS-FORN-PESQUISA TO WS-FR-FORNECEDOR (WS-FR-POS).
               MOVE WS-FORN-PESQUISA TO FN-CODIGO.
               MOVE SPACES TO FN-NOME.
               MOVE ZEROS  TO FN-PRAZO-ENTREGA.
               IF WS-FN-STATUS = "00" OR WS-FN-STATUS = "23"
                   READ FORNECEDOR-MASTER
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO FN-NOME
                   END-READ
               END-IF.
               IF FN-PRAZO-ENTREGA NOT NUMERIC
                   MOVE ZEROS TO FN-PRAZO-ENTREGA
               END-IF.
               MOVE FN-NOME          TO WS-FR-NOME (WS-FR-POS).
               MOVE FN-PRAZO-ENTREGA TO WS-FR-PRAZO (WS-FR-POS).

           CALCULA-NOTA-FORNECEDOR.
               COMPUTE WS-AVALIADOS =
                   WS-FR-COMPLETOS (WS-FR-IDX)
                   + WS-FR-PARCIAIS (WS-FR-IDX)
                   + WS-FR-FALTAS (WS-FR-IDX).
               IF WS-AVALIADOS > ZEROS
                   COMPUTE WS-FR-PCT-COMPLETO (WS-FR-IDX) ROUNDED =
                       WS-FR-COMPLETOS (WS-FR-IDX) * 100
                       / WS-AVALIADOS
               END-IF.
               IF WS-FR-COMPLETOS (WS-FR-IDX) > ZEROS
                   COMPUTE WS-FR-PCT-PRAZO (WS-FR-IDX) ROUNDED =
                       WS-FR-NO-PRAZO (WS-FR-IDX) * 100
                       / WS-FR-COMPLETOS (WS-FR-IDX)
                   COMPUTE WS-FR-MEDIA-DIAS (WS-FR-IDX) ROUNDED =
                       WS-FR-SOMA-DIAS (WS-FR-IDX)
                       / WS-FR-COMPLETOS (WS-FR-IDX)
               END-IF.
               COMPUTE WS-QTD-BASE-DEVOLUCAO =
                   WS-FR-QTD-RECEBIDA (WS-FR-IDX)
                   + WS-FR-QTD-DEVOLVIDA (WS-FR-IDX).
               IF WS-FR-QTD-DEVOLVIDA (WS-FR-IDX) > ZEROS
                   COMPUTE WS-FR-PCT-DEVOLUCAO (WS-FR-IDX) ROUNDED =
                       WS-FR-QTD-DEVOLVIDA (WS-FR-IDX) * 100
                       / WS-QTD-BASE-DEVOLUCAO
               END-IF.
               COMPUTE WS-FR-NOTA (WS-FR-IDX) ROUNDED =
                   (WS-FR-PCT-COMPLETO (WS-FR-IDX)
                    + WS-FR-PCT-PRAZO (WS-FR-IDX)) / 2
                   * (100 - WS-FR-PCT-DEVOLUCAO (WS-FR-IDX)) / 100.

           ORDENA-POR-NOTA.
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX >= WS-FR-QTD
                   PERFORM VARYING WS-FR-J FROM 1 BY 1
                           UNTIL WS-FR-J >= WS-FR-QTD
                       IF WS-FR-NOTA (WS-FR-J) <
                               WS-FR-NOTA (WS-FR-J + 1)
                           MOVE WS-FR-ITEM (WS-FR-J)
                               TO WS-FR-TROCA
                           MOVE WS-FR-ITEM (WS-FR-J + 1)
                               TO WS-FR-ITEM (WS-FR-J)
                           MOVE WS-FR-TROCA
                               TO WS-FR-ITEM (WS-FR-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           IMPRIME-FORNECEDOR.
               MOVE WS-FR-IDX                      TO LD-POSICAO.
               MOVE WS-FR-FORNECEDOR (WS-FR-IDX)   TO LD-FORNECEDOR.
               MOVE WS-FR-NOME (WS-FR-IDX)         TO LD-NOME.
               MOVE WS-FR-PEDIDOS (WS-FR-IDX)      TO LD-PEDIDOS.
               MOVE WS-FR-COMPLETOS (WS-FR-IDX)    TO LD-COMPLETOS.
               MOVE WS-FR-PARCIAIS (WS-FR-IDX)     TO LD-PARCIAIS.
               MOVE WS-FR-FALTAS (WS-FR-IDX)       TO LD-FALTAS.
               MOVE WS-FR-CANCELADOS (WS-FR-IDX)   TO LD-CANCELADOS.
               MOVE WS-FR-EM-ABERTO (WS-FR-IDX)    TO LD-EM-ABERTO.
               MOVE WS-FR-PCT-COMPLETO (WS-FR-IDX) TO LD-PCT-COMPLETO.
               MOVE WS-FR-PRAZO (WS-FR-IDX)        TO LD-PRAZO.
               MOVE WS-FR-MEDIA-DIAS (WS-FR-IDX)   TO LD-MEDIA-DIAS.
               MOVE WS-FR-PCT-PRAZO (WS-FR-IDX)    TO LD-PCT-PRAZO.
               MOVE WS-FR-DEVOLUCOES (WS-FR-IDX)   TO LD-DEVOLUCOES.
               MOVE WS-FR-PCT-DEVOLUCAO (WS-FR-IDX)
                   TO LD-PCT-DEVOLUCAO.
               MOVE WS-FR-NOTA (WS-FR-IDX)         TO LD-NOTA.
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
               MOVE "AVALIACAO-DE-FORNECEDORES" TO RN-PROGRAMA.
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
               MOVE "AVALIACAO-DE-FORNECEDORES"
                   TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
