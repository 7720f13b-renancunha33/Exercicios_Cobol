       IDENTIFICATION DIVISION.
             PROGRAM-ID. DEVOLUCAO-DE-VENDA.
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
                 SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NF-STATUS.
                 SELECT NOTA-CREDITO ASSIGN TO "NOTACRED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NC-STATUS.
                 SELECT NOTA-CREDITO-SEQ ASSIGN TO "NCSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NQ-STATUS.
                 SELECT CONTA-RECEBER ASSIGN TO "CTAREC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CR-STATUS.
                 SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MV-STATUS.
                 SELECT CREDITO-IMPRESSO ASSIGN TO WS-NOME-CREDITO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CI-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  NOTA-FISCAL.
               COPY "NOTAFISC.CPY".

           FD  NOTA-CREDITO.
               COPY "NOTACRED.CPY".

           FD  NOTA-CREDITO-SEQ.
               COPY "NCSEQ.CPY".

           FD  CONTA-RECEBER.
               COPY "CTAREC.CPY".

           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  CREDITO-IMPRESSO.
           01 CREDITO-IMPRESSO-REG    PIC X(80).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-NF-STATUS    PIC X(02) VALUE SPACES.
           01 WS-NC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-NQ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CI-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-NOME-CREDITO PIC X(30) VALUE SPACES.
           01 WS-NUMERO-CREDITO PIC 9(06) VALUE ZEROS.
           01 WS-NF-PESQUISA  PIC 9(06) VALUE ZEROS.
           01 WS-NF-CLIENTE   PIC 9(04) VALUE ZEROS.
           01 WS-NF-DATA      PIC 9(08) VALUE ZEROS.
           01 WS-LINHA-ESCOLHIDA PIC 9(03) VALUE ZEROS.
           01 WS-QTD-DEVOLVIDA PIC 9(04) VALUE ZEROS.
           01 WS-QTD-DISPONIVEL PIC 9(04) VALUE ZEROS.
           01 WS-LOCAL-DEVOLUCAO PIC X(01) VALUE "L".
           01 WS-VALOR-LINHA  PIC 9(09)V99 VALUE ZEROS.
           01 WS-VALOR-IPI    PIC 9(09)V99 VALUE ZEROS.
           01 WS-TOTAL-CREDITO PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-IPI-CREDITO PIC 9(10)V99 VALUE ZEROS.
           01 WS-VALOR-ABATIDO PIC 9(10)V99 VALUE ZEROS.
           01 WS-VALOR-COMPENSAR PIC 9(10)V99 VALUE ZEROS.
           01 WS-LINHAS-CREDITO PIC 9(03) VALUE ZEROS.
           01 WS-ESTOQUE-OK   PIC X(01) VALUE "S".

           01 WS-TABELA-LINHAS-NF.
               02 WS-LINHA-NF OCCURS 50 TIMES.
                   03 WS-LN-MERCADORIA PIC X(20).
                   03 WS-LN-QTD        PIC 9(04).
                   03 WS-LN-PRECO      PIC 9(07)V99.
                   03 WS-LN-DEVOLVIDO  PIC 9(04).
                   03 WS-LN-ALIQ-IPI   PIC 9(02)V99.
           01 WS-LN-QTD-LINHAS PIC 9(03) VALUE ZEROS.
           01 WS-LN-IDX       PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-RECEBER.
               02 WS-RECEB-GUARDADO OCCURS 500 TIMES PIC X(79).
           01 WS-RECEB-QTD    PIC 9(03) VALUE ZEROS.
           01 WS-RECEB-IDX    PIC 9(03) VALUE ZEROS.
           01 WS-RECEB-CHEIA  PIC X(01) VALUE "N".
           01 WS-RECEB-ACHOU  PIC X(01) VALUE "N".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "ARQUIVO EM USO POR OUTRO PROCESSO: ".

           01 LINHA-CABECALHO-NOTA PIC X(70) VALUE
               "LIN  MERCADORIA              QTD  DEVOLV        PRECO".
           01 LINHA-NOTA.
               02 LN-LINHA       PIC ZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LN-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LN-QTD         PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LN-DEVOLVIDO   PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LN-PRECO       PIC ZZZZZZ9,99.

           01 LINHA-CREDITO-CABEC.
               02 FILLER         PIC X(16) VALUE "NOTA DE CREDITO ".
               02 LCC-NUMERO     PIC 9(06).
               02 FILLER         PIC X(08) VALUE "  DATA: ".
               02 LCC-DATA       PIC 9(08).
           01 LINHA-CREDITO-REFERENCIA.
               02 FILLER         PIC X(16) VALUE "REF. NOTA FISC. ".
               02 LCR-NF         PIC 9(06).
               02 FILLER         PIC X(11) VALUE "  CLIENTE: ".
               02 LCR-CLIENTE    PIC 9(04).
           01 LINHA-CREDITO-DETALHE.
               02 LCD-MERCADORIA PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LCD-QTD        PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LCD-PRECO      PIC ZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LCD-VALOR      PIC ZZZZZZZZ9,99.
           01 LINHA-CREDITO-IPI.
               02 FILLER         PIC X(16) VALUE "IPI DEVOLVIDO: ".
               02 LCI-IPI        PIC ZZZZZZZZZ9,99.
           01 LINHA-CREDITO-TOTAL.
               02 FILLER         PIC X(16) VALUE "TOTAL CREDITO: ".
               02 LCT-TOTAL      PIC ZZZZZZZZZ9,99.
           01 LINHA-CREDITO-ABATIDO.
               02 FILLER         PIC X(16) VALUE "ABATIDO NA NF:  ".
               02 LCA-VALOR      PIC ZZZZZZZZZ9,99.
           01 LINHA-CREDITO-SALDO.
               02 FILLER         PIC X(16) VALUE "A COMPENSAR:    ".
               02 LCS-VALOR      PIC ZZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-NOTA PIC X(50) VALUE
                   "DIGITE O NUMERO DA NOTA FISCAL: ".
               02 MENSA-NOTA-INEXISTENTE PIC X(50) VALUE
                   "NOTA FISCAL NAO ENCONTRADA".
               02 MENSA-LINHA PIC X(50) VALUE
                   "DIGITE A LINHA DEVOLVIDA (ZERO ENCERRA): ".
               02 MENSA-LINHA-INVALIDA PIC X(50) VALUE
                   "LINHA INEXISTENTE NA NOTA".
               02 MENSA-QTD PIC X(50) VALUE
                   "DIGITE A QTD DEVOLVIDA: ".
               02 MENSA-QTD-EXCEDE PIC X(50) VALUE
                   "QTD MAIOR QUE O FATURADO MENOS DEVOLUCOES".
               02 MENSA-LOCAL PIC X(50) VALUE
                   "LOCAL DE ENTRADA (L-LOJA/D-DEPOSITO): ".
               02 MENSA-MERC-INEXISTENTE PIC X(50) VALUE
                   "MERCADORIA NAO CADASTRADA".
               02 MENSA-ESTOQUE-OVERFLOW PIC X(50) VALUE
                   "QUANTIDADE EXCEDE A CAPACIDADE DO ESTOQUE".
               02 MENSA-SEM-LINHAS PIC X(50) VALUE
                   "NENHUMA LINHA DEVOLVIDA - CREDITO NAO GERADO".
               02 MENSA-CREDITO-GERADO PIC X(50) VALUE
                   "NOTA DE CREDITO GERADA: ".
               02 MENSA-SEM-TITULO PIC X(50) VALUE
                   "NOTA SEM TITULO A RECEBER EM ABERTO".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 500 TITULOS - CTAREC.DAT NAO REGRAVADO".
               02 MENSA-DEVOLUCAO-RECUSADA PIC X(50) VALUE
                   "TABELA DE TITULOS CHEIA - DEVOLUCAO NAO PERMITIDA".

       PROCEDURE DIVISION.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               MOVE ANO TO WS-DATA-HOJE(1:4).
               MOVE MES TO WS-DATA-HOJE(5:2).
               MOVE DIA TO WS-DATA-HOJE(7:2).

               MOVE "V" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               MOVE "DEVOLUCAO-DE-VENDA" TO CT-PROGRAMA.
               MOVE "T" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO CT-ARQUIVO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               MOVE "CTAREC.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO CT-ARQUIVO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE "CTAREC.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               PERFORM DEVOLUCAO.

               MOVE "L" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE "CTAREC.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           DEVOLUCAO.
               DISPLAY MENSA-NOTA.
               ACCEPT WS-NF-PESQUISA.

               PERFORM CARREGA-LINHAS-NOTA.
               IF WS-LN-QTD-LINHAS = ZEROS
                   DISPLAY MENSA-NOTA-INEXISTENTE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CARREGA-DEVOLUCOES-ANTERIORES.
               PERFORM EXIBE-LINHAS-NOTA.

               PERFORM CONFERE-CONTA-RECEBER.
               IF WS-RECEB-CHEIA = "S"
                   DISPLAY MENSA-DEVOLUCAO-RECUSADA
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN EXTEND NOTA-CREDITO.
               IF WS-NC-STATUS = "35"
                   OPEN OUTPUT NOTA-CREDITO
                   CLOSE NOTA-CREDITO
                   OPEN EXTEND NOTA-CREDITO
               END-IF.

               OPEN EXTEND MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVIMENTO-HISTORICO
                   CLOSE MOVIMENTO-HISTORICO
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.

               PERFORM CARREGA-OPERADOR.

               DISPLAY MENSA-LINHA.
               ACCEPT WS-LINHA-ESCOLHIDA.
               PERFORM UNTIL WS-LINHA-ESCOLHIDA = ZEROS
                   PERFORM DEVOLVE-UMA-LINHA
                   DISPLAY MENSA-LINHA
                   ACCEPT WS-LINHA-ESCOLHIDA
               END-PERFORM.

               CLOSE NOTA-CREDITO.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.

               IF WS-LINHAS-CREDITO = ZEROS
                   DISPLAY MENSA-SEM-LINHAS
               ELSE
                   MOVE WS-TOTAL-CREDITO TO LCT-TOTAL
                   MOVE SPACES TO CREDITO-IMPRESSO-REG
                   WRITE CREDITO-IMPRESSO-REG
                   MOVE WS-TOTAL-IPI-CREDITO TO LCI-IPI
                   MOVE LINHA-CREDITO-IPI TO CREDITO-IMPRESSO-REG
                   WRITE CREDITO-IMPRESSO-REG
                   MOVE LINHA-CREDITO-TOTAL TO CREDITO-IMPRESSO-REG
                   WRITE CREDITO-IMPRESSO-REG
                   PERFORM ABATE-CONTA-RECEBER
                   MOVE WS-VALOR-ABATIDO TO LCA-VALOR
                   MOVE LINHA-CREDITO-ABATIDO TO CREDITO-IMPRESSO-REG
                   WRITE CREDITO-IMPRESSO-REG
                   IF WS-VALOR-COMPENSAR > ZEROS
                       MOVE WS-VALOR-COMPENSAR TO LCS-VALOR
                       MOVE LINHA-CREDITO-SALDO TO CREDITO-IMPRESSO-REG
                       WRITE CREDITO-IMPRESSO-REG
                       DISPLAY LINHA-CREDITO-SALDO
                   END-IF
                   CLOSE CREDITO-IMPRESSO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-CREDITO-GERADO WS-NOME-CREDITO
               END-IF.

           CARREGA-LINHAS-NOTA.
               MOVE ZEROS TO WS-LN-QTD-LINHAS.
               OPEN INPUT NOTA-FISCAL.
               IF WS-NF-STATUS NOT = "00"
                   CLOSE NOTA-FISCAL
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-FISCAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NF-NUMERO = WS-NF-PESQUISA
                                   AND WS-LN-QTD-LINHAS < 50
                               ADD 1 TO WS-LN-QTD-LINHAS
                               MOVE NF-CLIENTE TO WS-NF-CLIENTE
                               MOVE NF-DATA    TO WS-NF-DATA
                               MOVE NF-MERCADORIA TO
                                   WS-LN-MERCADORIA (WS-LN-QTD-LINHAS)
                               MOVE NF-QTD TO
                                   WS-LN-QTD (WS-LN-QTD-LINHAS)
                               MOVE NF-PRECO-UNITARIO TO
                                   WS-LN-PRECO (WS-LN-QTD-LINHAS)
                               MOVE ZEROS TO
                                   WS-LN-DEVOLVIDO (WS-LN-QTD-LINHAS)
                               IF NF-ALIQ-IPI NOT NUMERIC
                                   MOVE ZEROS TO NF-ALIQ-IPI
                               END-IF
                               MOVE NF-ALIQ-IPI TO
                                   WS-LN-ALIQ-IPI (WS-LN-QTD-LINHAS)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FISCAL.

           CARREGA-DEVOLUCOES-ANTERIORES.
               OPEN INPUT NOTA-CREDITO.
               IF WS-NC-STATUS NOT = "00"
                   CLOSE NOTA-CREDITO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-CREDITO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NC-NF-NUMERO = WS-NF-PESQUISA
                                   AND NC-NF-LINHA > ZEROS
                                   AND NC-NF-LINHA <= WS-LN-QTD-LINHAS
                               ADD NC-QTD TO
                                   WS-LN-DEVOLVIDO (NC-NF-LINHA)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-CREDITO.

           EXIBE-LINHAS-NOTA.
               DISPLAY "NOTA " WS-NF-PESQUISA " CLIENTE " WS-NF-CLIENTE
                   " DATA " WS-NF-DATA.
               DISPLAY LINHA-CABECALHO-NOTA.
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-QTD-LINHAS
                   MOVE WS-LN-IDX                    TO LN-LINHA
                   MOVE WS-LN-MERCADORIA (WS-LN-IDX) TO LN-MERCADORIA
                   MOVE WS-LN-QTD (WS-LN-IDX)        TO LN-QTD
                   MOVE WS-LN-DEVOLVIDO (WS-LN-IDX)  TO LN-DEVOLVIDO
                   MOVE WS-LN-PRECO (WS-LN-IDX)      TO LN-PRECO
                   DISPLAY LINHA-NOTA
               END-PERFORM.

           DEVOLVE-UMA-LINHA.
               IF WS-LINHA-ESCOLHIDA > WS-LN-QTD-LINHAS
                   DISPLAY MENSA-LINHA-INVALIDA
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-LINHA-ESCOLHIDA TO WS-LN-IDX.

               MOVE ZEROS TO WS-QTD-DEVOLVIDA.
               DISPLAY MENSA-QTD.
               ACCEPT WS-QTD-DEVOLVIDA.
               IF WS-QTD-DEVOLVIDA NOT > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-QTD-DISPONIVEL =
                   WS-LN-QTD (WS-LN-IDX) - WS-LN-DEVOLVIDO (WS-LN-IDX).
               IF WS-QTD-DEVOLVIDA > WS-QTD-DISPONIVEL
                   DISPLAY MENSA-QTD-EXCEDE
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-LOCAL.
               ACCEPT WS-LOCAL-DEVOLUCAO.
               IF WS-LOCAL-DEVOLUCAO = "d"
                   MOVE "D" TO WS-LOCAL-DEVOLUCAO
               END-IF.
               IF WS-LOCAL-DEVOLUCAO NOT = "D"
                   MOVE "L" TO WS-LOCAL-DEVOLUCAO
               END-IF.

               PERFORM ATUALIZA-ESTOQUE.
               IF WS-ESTOQUE-OK = "N"
                   EXIT PARAGRAPH
               END-IF.

               PERFORM GRAVA-MOVIMENTO.

               IF WS-NUMERO-CREDITO = ZEROS
                   PERFORM OBTEM-PROXIMO-NUMERO
                   PERFORM ABRE-CREDITO-IMPRESSO
               END-IF.

               COMPUTE WS-VALOR-LINHA ROUNDED =
                   WS-QTD-DEVOLVIDA * WS-LN-PRECO (WS-LN-IDX).
               COMPUTE WS-VALOR-IPI ROUNDED =
                   WS-VALOR-LINHA * WS-LN-ALIQ-IPI (WS-LN-IDX) / 100.
               PERFORM GRAVA-NOTA-CREDITO.

               ADD WS-QTD-DEVOLVIDA TO WS-LN-DEVOLVIDO (WS-LN-IDX).
               ADD 1 TO WS-LINHAS-CREDITO.
               COMPUTE WS-TOTAL-CREDITO =
                   WS-TOTAL-CREDITO + WS-VALOR-LINHA + WS-VALOR-IPI.
               ADD WS-VALOR-IPI TO WS-TOTAL-IPI-CREDITO.

               MOVE WS-LN-MERCADORIA (WS-LN-IDX) TO LCD-MERCADORIA.
               MOVE WS-QTD-DEVOLVIDA             TO LCD-QTD.
               MOVE WS-LN-PRECO (WS-LN-IDX)      TO LCD-PRECO.
               MOVE WS-VALOR-LINHA               TO LCD-VALOR.
               MOVE LINHA-CREDITO-DETALHE TO CREDITO-IMPRESSO-REG.
               WRITE CREDITO-IMPRESSO-REG.
               DISPLAY LINHA-CREDITO-DETALHE.

           ATUALIZA-ESTOQUE.
               MOVE "S" TO WS-ESTOQUE-OK.
               MOVE WS-LN-MERCADORIA (WS-LN-IDX) TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ESTOQUE-OK
                       DISPLAY MENSA-MERC-INEXISTENTE
                       EXIT PARAGRAPH
               END-READ.

               IF MM-QTD-LOJA NOT NUMERIC
                   MOVE ZEROS TO MM-QTD-LOJA
               END-IF.
               IF MM-QTD-DEPOSITO NOT NUMERIC
                   MOVE ZEROS TO MM-QTD-DEPOSITO
               END-IF.
               IF MM-QTD > ZEROS
                       AND MM-QTD-LOJA = ZEROS
                       AND MM-QTD-DEPOSITO = ZEROS
                   MOVE MM-QTD TO MM-QTD-LOJA
               END-IF.

               ADD WS-QTD-DEVOLVIDA TO MM-QTD
                   ON SIZE ERROR
                       MOVE "N" TO WS-ESTOQUE-OK
                       DISPLAY MENSA-ESTOQUE-OVERFLOW
               END-ADD.
               IF WS-ESTOQUE-OK = "S"
                   IF WS-LOCAL-DEVOLUCAO = "D"
                       ADD WS-QTD-DEVOLVIDA TO MM-QTD-DEPOSITO
                   ELSE
                       ADD WS-QTD-DEVOLVIDA TO MM-QTD-LOJA
                   END-IF
                   REWRITE MERC-MASTER-REG
               END-IF.

           GRAVA-MOVIMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE MM-MERCADORIA      TO MV-MERCADORIA.
               MOVE ANO                TO MV-ANO.
               MOVE MES                TO MV-MES.
               MOVE DIA                TO MV-DIA.
               MOVE WS-HH              TO MV-HH.
               MOVE WS-MN              TO MV-MN.
               MOVE WS-SG              TO MV-SS.
               MOVE "E"                TO MV-TIPO-MOV.
               MOVE WS-QTD-DEVOLVIDA   TO MV-QTD.
               MOVE MM-QTD             TO MV-QTD-RESULTANTE.
               MOVE WS-LOCAL-DEVOLUCAO TO MV-LOCAL.
               MOVE SPACES             TO MV-LOTE.
               WRITE MOVIMENTO-REG.

           GRAVA-NOTA-CREDITO.
               MOVE WS-NUMERO-CREDITO  TO NC-NUMERO.
               MOVE WS-NF-PESQUISA     TO NC-NF-NUMERO.
               MOVE WS-LN-IDX          TO NC-NF-LINHA.
               MOVE WS-NF-CLIENTE      TO NC-CLIENTE.
               MOVE WS-DATA-HOJE       TO NC-DATA.
               MOVE WS-LN-MERCADORIA (WS-LN-IDX) TO NC-MERCADORIA.
               MOVE WS-QTD-DEVOLVIDA   TO NC-QTD.
               MOVE WS-LN-PRECO (WS-LN-IDX) TO NC-PRECO-UNITARIO.
               MOVE WS-VALOR-LINHA     TO NC-VALOR-LINHA.
               MOVE WS-VALOR-IPI       TO NC-VALOR-IPI.
               MOVE WS-LOCAL-DEVOLUCAO TO NC-LOCAL.
               MOVE WS-OPERADOR        TO NC-OPERADOR.
               WRITE NOTA-CREDITO-REG.

           ABRE-CREDITO-IMPRESSO.
               MOVE SPACES TO WS-NOME-CREDITO.
               STRING "CREDITO-" WS-NUMERO-CREDITO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-CREDITO.
               OPEN OUTPUT CREDITO-IMPRESSO.
               MOVE WS-NUMERO-CREDITO TO LCC-NUMERO.
               MOVE WS-DATA-HOJE      TO LCC-DATA.
               MOVE LINHA-CREDITO-CABEC TO CREDITO-IMPRESSO-REG.
               WRITE CREDITO-IMPRESSO-REG.
               MOVE WS-NF-PESQUISA TO LCR-NF.
               MOVE WS-NF-CLIENTE  TO LCR-CLIENTE.
               MOVE LINHA-CREDITO-REFERENCIA TO CREDITO-IMPRESSO-REG.
               WRITE CREDITO-IMPRESSO-REG.
               MOVE SPACES TO CREDITO-IMPRESSO-REG.
               WRITE CREDITO-IMPRESSO-REG.

           OBTEM-PROXIMO-NUMERO.
               MOVE ZEROS TO WS-NUMERO-CREDITO.
               OPEN INPUT NOTA-CREDITO-SEQ.
               IF WS-NQ-STATUS = "00"
                   READ NOTA-CREDITO-SEQ
                       NOT AT END
                           MOVE NQ-ULTIMO-NUMERO TO WS-NUMERO-CREDITO
                   END-READ
                   CLOSE NOTA-CREDITO-SEQ
               ELSE
                   CLOSE NOTA-CREDITO-SEQ
               END-IF.
               ADD 1 TO WS-NUMERO-CREDITO.
               OPEN OUTPUT NOTA-CREDITO-SEQ.
               MOVE WS-NUMERO-CREDITO TO NQ-ULTIMO-NUMERO.
               WRITE NOTA-CREDITO-SEQ-REG.
               CLOSE NOTA-CREDITO-SEQ.

           CONFERE-CONTA-RECEBER.
               MOVE ZEROS TO WS-RECEB-QTD.
               MOVE "N"   TO WS-RECEB-CHEIA.
               OPEN INPUT CONTA-RECEBER.
               IF WS-CR-STATUS NOT = "00"
                   CLOSE CONTA-RECEBER
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTA-RECEBER
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-RECEB-QTD < 499
                               ADD 1 TO WS-RECEB-QTD
                           ELSE
                               MOVE "S" TO WS-RECEB-CHEIA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-RECEBER.
               MOVE "N" TO WS-FIM-ARQUIVO.

           ABATE-CONTA-RECEBER.
               MOVE ZEROS TO WS-RECEB-QTD.
               MOVE ZEROS TO WS-VALOR-ABATIDO.
               MOVE WS-TOTAL-CREDITO TO WS-VALOR-COMPENSAR.
               MOVE "N"   TO WS-RECEB-CHEIA.
               MOVE "N"   TO WS-RECEB-ACHOU.
               MOVE "N"   TO WS-FIM-ARQUIVO.
               OPEN INPUT CONTA-RECEBER.
               IF WS-CR-STATUS NOT = "00"
                   MOVE "S" TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTA-RECEBER
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CR-NUMERO-NF = WS-NF-PESQUISA
                                   AND CR-ABERTO
                                   AND WS-RECEB-ACHOU = "N"
                               MOVE "S" TO WS-RECEB-ACHOU
                               PERFORM APLICA-CREDITO
                           END-IF
                           IF WS-RECEB-QTD < 500
                               ADD 1 TO WS-RECEB-QTD
                               MOVE CONTA-RECEBER-REG TO
                                   WS-RECEB-GUARDADO (WS-RECEB-QTD)
                           ELSE
                               MOVE "S" TO WS-RECEB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-RECEBER.

               IF WS-RECEB-ACHOU = "N"
                   DISPLAY MENSA-SEM-TITULO
               END-IF.
               IF WS-VALOR-COMPENSAR > ZEROS
                   IF WS-RECEB-QTD < 500
                       PERFORM INCLUI-CREDITO-COMPENSAR
                   ELSE
                       MOVE "S" TO WS-RECEB-CHEIA
                   END-IF
               END-IF.
               IF WS-RECEB-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               OPEN OUTPUT CONTA-RECEBER.
               PERFORM VARYING WS-RECEB-IDX FROM 1 BY 1
                       UNTIL WS-RECEB-IDX > WS-RECEB-QTD
                   MOVE WS-RECEB-GUARDADO (WS-RECEB-IDX)
                       TO CONTA-RECEBER-REG
                   WRITE CONTA-RECEBER-REG
               END-PERFORM.
               CLOSE CONTA-RECEBER.

           APLICA-CREDITO.
               IF CR-VALOR-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CR-VALOR-CREDITO
               END-IF.
               IF WS-TOTAL-CREDITO >= CR-SALDO
                   MOVE CR-SALDO TO WS-VALOR-ABATIDO
                   MOVE ZEROS TO CR-SALDO
                   MOVE "Q" TO CR-STATUS
               ELSE
                   MOVE WS-TOTAL-CREDITO TO WS-VALOR-ABATIDO
                   SUBTRACT WS-TOTAL-CREDITO FROM CR-SALDO
               END-IF.
               ADD WS-VALOR-ABATIDO TO CR-VALOR-CREDITO.
               COMPUTE WS-VALOR-COMPENSAR =
                   WS-TOTAL-CREDITO - WS-VALOR-ABATIDO.

           INCLUI-CREDITO-COMPENSAR.
               MOVE WS-NUMERO-CREDITO  TO CR-NUMERO-NF.
               MOVE WS-NF-CLIENTE      TO CR-CLIENTE.
               MOVE WS-DATA-HOJE       TO CR-DATA-EMISSAO.
               MOVE WS-DATA-HOJE       TO CR-DATA-VENCIMENTO.
               MOVE WS-VALOR-COMPENSAR TO CR-VALOR-ORIGINAL.
               MOVE ZEROS              TO CR-VALOR-PAGO.
               MOVE ZEROS              TO CR-VALOR-CREDITO.
               MOVE WS-VALOR-COMPENSAR TO CR-SALDO.
               MOVE ZEROS              TO CR-DATA-ULTIMO-PAGTO.
               MOVE "C"                TO CR-STATUS.
               ADD 1 TO WS-RECEB-QTD.
               MOVE CONTA-RECEBER-REG TO
                   WS-RECEB-GUARDADO (WS-RECEB-QTD).

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "DEVOLUCAO-DE-VENDA" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "NC " WS-NUMERO-CREDITO " NF " WS-NF-PESQUISA
                   " CLIENTE " WS-NF-CLIENTE
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-TOTAL-CREDITO  TO AJ-VALOR.
               MOVE "NOTA DE CREDITO EMITIDA" TO AJ-DESCRICAO.
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
