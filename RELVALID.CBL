       IDENTIFICATION DIVISION.
             PROGRAM-ID. RELATORIO-DE-VALIDADE.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT LOTE-MERCADORIA ASSIGN TO "LOTEMERC.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-CHAVE
                     FILE STATUS IS WS-LT-STATUS.
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
           FD  LOTE-MERCADORIA.
               COPY "LOTEMERC.CPY".

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
               02 FILLER     PIC X(17) VALUE "  AVISO (DIAS): ".
               02 LCD-DIAS   PIC ZZ9.

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-LT-STATUS PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO PIC X(01) VALUE "N".

           COPY "SERVDATA.CPY".

           01 WS-DIAS-AVISO      PIC 9(03) VALUE ZEROS.
           01 WS-DIAS-AVISO-PADRAO PIC 9(03) VALUE 030.
           01 WS-DATA-LIMITE     PIC 9(08) VALUE ZEROS.
           01 WS-QTD-LOTE        PIC 9(05) VALUE ZEROS.
           01 WS-DIAS-RESTANTES  PIC S9(05) VALUE ZEROS.

           01 WS-LOTES-VENCIDOS  PIC 9(06) VALUE ZEROS.
           01 WS-QTD-VENCIDA     PIC 9(08) VALUE ZEROS.
           01 WS-LOTES-A-VENCER  PIC 9(06) VALUE ZEROS.
           01 WS-QTD-A-VENCER    PIC 9(08) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "LOTES VENCIDOS E A VENCER EM ESTOQUE".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(22) VALUE "MERCADORIA".
               02 FILLER PIC X(12) VALUE "LOTE".
               02 FILLER PIC X(10) VALUE "VALIDADE".
               02 FILLER PIC X(08) VALUE "   DIAS".
               02 FILLER PIC X(07) VALUE "  LOJA".
               02 FILLER PIC X(07) VALUE "  DEP".
               02 FILLER PIC X(08) VALUE "  TOTAL".
               02 FILLER PIC X(10) VALUE "  SITUACAO".
           01 LINHA-DETALHE.
               02 LD-MERCADORIA     PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-LOTE           PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-VALIDADE       PIC 9(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DIAS           PIC -----9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-QTD-LOJA       PIC ZZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-QTD-DEPOSITO   PIC ZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-QTD-TOTAL      PIC ZZZZ9.
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-SITUACAO       PIC X(08).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(30) VALUE "LOTES VENCIDOS EM ESTOQUE:".
               02 LT-LOTES-VENCIDOS PIC ZZZZZ9.
               02 FILLER   PIC X(07) VALUE "  QTD:".
               02 LT-QTD-VENCIDA    PIC ZZZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(30) VALUE "LOTES A VENCER NO PERIODO:".
               02 LT-LOTES-A-VENCER PIC ZZZZZ9.
               02 FILLER   PIC X(07) VALUE "  QTD:".
               02 LT-QTD-A-VENCER   PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-DIAS-AVISO.
               IF WS-DIAS-AVISO NOT NUMERIC OR WS-DIAS-AVISO = ZEROS
                   MOVE WS-DIAS-AVISO-PADRAO TO WS-DIAS-AVISO
               END-IF.
               MOVE "S"           TO SD-FUNCAO.
               MOVE WS-RUN-DATA   TO SD-DATA1.
               MOVE WS-DIAS-AVISO TO SD-DIAS.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE SD-DATA-RESULTADO TO WS-DATA-LIMITE.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "VALIDADE-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               OPEN INPUT LOTE-MERCADORIA.
               IF WS-LT-STATUS NOT = "00"
                   DISPLAY "NENHUM LOTE DE MERCADORIA REGISTRADO"
                   MOVE "SEM LOTES REGISTRADOS" TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   GO TO FIM-PROGRAMA
               END-IF.

               DISPLAY LINHA-CABECALHO1.
               DISPLAY LINHA-CABECALHO2.

           LE-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LOTE-MERCADORIA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM AVALIA-LOTE
                   END-READ
               END-PERFORM.
               CLOSE LOTE-MERCADORIA.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-LOTES-VENCIDOS TO LT-LOTES-VENCIDOS.
               MOVE WS-QTD-VENCIDA    TO LT-QTD-VENCIDA.
               MOVE WS-LOTES-A-VENCER TO LT-LOTES-A-VENCER.
               MOVE WS-QTD-A-VENCER   TO LT-QTD-A-VENCER.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               COMPUTE WS-RUN-ACEITOS =
                   WS-LOTES-VENCIDOS + WS-LOTES-A-VENCER.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           AVALIA-LOTE.
               IF LT-QTD-LOJA NOT NUMERIC
                   MOVE ZEROS TO LT-QTD-LOJA
               END-IF.
               IF LT-QTD-DEPOSITO NOT NUMERIC
                   MOVE ZEROS TO LT-QTD-DEPOSITO
               END-IF.
               COMPUTE WS-QTD-LOTE = LT-QTD-LOJA + LT-QTD-DEPOSITO.
               IF WS-QTD-LOTE = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF LT-DATA-VALIDADE NOT NUMERIC
                   ADD 1 TO WS-RUN-REJEITADOS
                   EXIT PARAGRAPH
               END-IF.
               IF LT-DATA-VALIDADE > WS-DATA-LIMITE
                   EXIT PARAGRAPH
               END-IF.

               MOVE "D"              TO SD-FUNCAO.
               MOVE WS-RUN-DATA      TO SD-DATA1.
               MOVE LT-DATA-VALIDADE TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE ZEROS TO WS-DIAS-RESTANTES.
               IF SD-RETORNO = "0"
                   MOVE SD-DIAS TO WS-DIAS-RESTANTES
               END-IF.

               IF LT-DATA-VALIDADE < WS-RUN-DATA
                   MOVE "VENCIDO" TO LD-SITUACAO
                   ADD 1 TO WS-LOTES-VENCIDOS
                   ADD WS-QTD-LOTE TO WS-QTD-VENCIDA
               ELSE
                   MOVE "A VENCER" TO LD-SITUACAO
                   ADD 1 TO WS-LOTES-A-VENCER
                   ADD WS-QTD-LOTE TO WS-QTD-A-VENCER
               END-IF.
               MOVE LT-MERCADORIA    TO LD-MERCADORIA.
               MOVE LT-LOTE          TO LD-LOTE.
               MOVE LT-DATA-VALIDADE TO LD-VALIDADE.
               MOVE WS-DIAS-RESTANTES TO LD-DIAS.
               MOVE LT-QTD-LOJA      TO LD-QTD-LOJA.
               MOVE LT-QTD-DEPOSITO  TO LD-QTD-DEPOSITO.
               MOVE WS-QTD-LOTE      TO LD-QTD-TOTAL.
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
               MOVE "RELATORIO-DE-VALIDADE" TO RN-PROGRAMA.
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
               MOVE WS-DIAS-AVISO      TO LCD-DIAS.
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
               MOVE "RELATORIO-DE-VALIDADE" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
