       IDENTIFICATION DIVISION.
             PROGRAM-ID. DEVOLUCAO-A-FORNECEDOR.
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
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
                 SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FN-CODIGO
                     FILE STATUS IS WS-FN-STATUS.
                 SELECT NOTA-FORNECEDOR ASSIGN TO "NFFORN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NE-STATUS.
                 SELECT NOTA-DEBITO ASSIGN TO "NOTADEB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ND-STATUS.
                 SELECT NOTA-DEBITO-SEQ ASSIGN TO "NDSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DQ-STATUS.
                 SELECT CONTA-PAGAR ASSIGN TO "CTAPAG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CP-STATUS.
                 SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MV-STATUS.
                 SELECT DEBITO-IMPRESSO ASSIGN TO WS-NOME-DEBITO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DI-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  PEDIDO-COMPRA.
               COPY "PEDIDO.CPY".

           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  NOTA-FORNECEDOR.
               COPY "NFFORN.CPY".

           FD  NOTA-DEBITO.
               COPY "NOTADEB.CPY".

           FD  NOTA-DEBITO-SEQ.
               COPY "NDSEQ.CPY".

           FD  CONTA-PAGAR.
               COPY "CTAPAG.CPY".

           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  DEBITO-IMPRESSO.
           01 DEBITO-IMPRESSO-REG     PIC X(80).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-PC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-NE-STATUS    PIC X(02) VALUE SPACES.
           01 WS-ND-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DQ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DI-STATUS    PIC X(02) VALUE SPACES.
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
           01 WS-NOME-DEBITO  PIC X(30) VALUE SPACES.
           01 WS-NUMERO-DEBITO PIC 9(06) VALUE ZEROS.
           01 WS-PEDIDO-PESQUISA PIC 9(06) VALUE ZEROS.
           01 WS-NOME-FORNECEDOR PIC X(30) VALUE SPACES.
           01 WS-NF-ORIGEM    PIC X(10) VALUE SPACES.
           01 WS-PRECO-DEVOLUCAO PIC 9(04)V99 VALUE ZEROS.
           01 WS-QTD-DEVOLVIDA PIC 9(04) VALUE ZEROS.
           01 WS-QTD-LOCAL    PIC 9(04) VALUE ZEROS.
           01 WS-MOTIVO       PIC X(01) VALUE SPACES.
           01 WS-DESCRICAO-MOTIVO PIC X(20) VALUE SPACES.
           01 WS-LOCAL-DEVOLUCAO PIC X(01) VALUE "L".
           01 WS-LOTE         PIC X(10) VALUE SPACES.
           01 WS-REPOSICAO    PIC X(01) VALUE "S".
           01 WS-VALOR-DEBITO PIC 9(09)V99 VALUE ZEROS.
           01 WS-VALOR-ABATIDO PIC 9(09)V99 VALUE ZEROS.
           01 WS-NF-ABATIDA   PIC X(10) VALUE SPACES.
           01 WS-ESTOQUE-OK   PIC X(01) VALUE "S".
           01 WS-MOV-QTD      PIC 9(04) VALUE ZEROS.
           01 WS-MOV-LOTE     PIC X(10) VALUE SPACES.
           01 WS-PORCAO-IDX   PIC 9(02) VALUE ZEROS.

           COPY "LOTESERV.CPY".

           01 WS-TABELA-PAGAR.
               02 WS-PAGAR-GUARDADO OCCURS 500 TIMES PIC X(83).
           01 WS-PAGAR-QTD    PIC 9(03) VALUE ZEROS.
           01 WS-PAGAR-IDX    PIC 9(03) VALUE ZEROS.
           01 WS-PAGAR-POS    PIC 9(03) VALUE ZEROS.
           01 WS-PAGAR-CHEIA  PIC X(01) VALUE "N".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "ARQUIVO EM USO POR OUTRO PROCESSO: ".

           01 LINHA-PEDIDO.
               02 FILLER         PIC X(07) VALUE "PEDIDO ".
               02 LP-NUMERO      PIC 9(06).
               02 FILLER         PIC X(07) VALUE "  FORN ".
               02 LP-FORNECEDOR  PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(06) VALUE " PED: ".
               02 LP-QTD-PEDIDA  PIC ZZZ9.
               02 FILLER         PIC X(06) VALUE " REC: ".
               02 LP-QTD-RECEBIDA PIC ZZZ9.
               02 FILLER         PIC X(04) VALUE " ST ".
               02 LP-STATUS      PIC X(01).

           01 LINHA-DEBITO-CABEC.
               02 FILLER         PIC X(16) VALUE "NOTA DE DEBITO  ".
               02 LDC-NUMERO     PIC 9(06).
               02 FILLER         PIC X(08) VALUE "  DATA: ".
               02 LDC-DATA       PIC 9(08).
           01 LINHA-DEBITO-FORNECEDOR.
               02 FILLER         PIC X(12) VALUE "FORNECEDOR: ".
               02 LDF-FORNECEDOR PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDF-NOME       PIC X(30).
           01 LINHA-DEBITO-REFERENCIA.
               02 FILLER         PIC X(16) VALUE "REF. PEDIDO:    ".
               02 LDR-PEDIDO     PIC 9(06).
               02 FILLER         PIC X(12) VALUE "  NF FORN.: ".
               02 LDR-NF         PIC X(10).
           01 LINHA-DEBITO-DETALHE.
               02 LDD-MERCADORIA PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDD-LOTE       PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDD-QTD        PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDD-PRECO      PIC ZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDD-VALOR      PIC ZZZZZZZZ9,99.
           01 LINHA-DEBITO-MOTIVO.
               02 FILLER         PIC X(16) VALUE "MOTIVO:         ".
               02 LDM-MOTIVO     PIC X(20).
           01 LINHA-DEBITO-TOTAL.
               02 FILLER         PIC X(16) VALUE "TOTAL DEBITO:   ".
               02 LDT-TOTAL      PIC ZZZZZZZZ9,99.
           01 LINHA-DEBITO-ABATIDO.
               02 FILLER         PIC X(16) VALUE "ABATIDO DA NF:  ".
               02 LDA-NF         PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LDA-VALOR      PIC ZZZZZZZZ9,99.
           01 LINHA-DEBITO-SALDO.
               02 FILLER         PIC X(16) VALUE "A COMPENSAR:    ".
               02 LDS-VALOR      PIC ZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-PEDIDO PIC X(50) VALUE
                   "DIGITE O NUMERO DO PEDIDO DE COMPRA: ".
               02 MENSA-PEDIDO-INEXISTENTE PIC X(50) VALUE
                   "PEDIDO NAO ENCONTRADO".
               02 MENSA-SEM-RECEBIMENTO PIC X(50) VALUE
                   "PEDIDO CANCELADO OU SEM QUANTIDADE RECEBIDA".
               02 MENSA-QTD PIC X(50) VALUE
                   "DIGITE A QTD DEVOLVIDA: ".
               02 MENSA-QTD-EXCEDE PIC X(50) VALUE
                   "QTD ZERADA OU MAIOR QUE A RECEBIDA NO PEDIDO".
               02 MENSA-MOTIVO PIC X(50) VALUE
                   "MOTIVO (D-DANIF E-ERRADO V-VENC Q-QUALID O-OUTRO):".
               02 MENSA-MOTIVO-INVALIDO PIC X(50) VALUE
                   "MOTIVO INVALIDO".
               02 MENSA-LOCAL PIC X(50) VALUE
                   "LOCAL DE SAIDA (L-LOJA/D-DEPOSITO): ".
               02 MENSA-LOTE PIC X(50) VALUE
                   "LOTE DEVOLVIDO (BRANCO = POR VALIDADE): ".
               02 MENSA-REPOSICAO PIC X(50) VALUE
                   "AGUARDAR REPOSICAO DO FORNECEDOR? (S/N): ".
               02 MENSA-MERC-INEXISTENTE PIC X(50) VALUE
                   "MERCADORIA NAO CADASTRADA".
               02 MENSA-ESTOQUE-INSUFICIENTE PIC X(50) VALUE
                   "ESTOQUE INSUFICIENTE NO LOCAL".
               02 MENSA-LOTE-INEXISTENTE PIC X(50) VALUE
                   "LOTE NAO ENCONTRADO PARA A MERCADORIA".
               02 MENSA-LOTE-INSUFICIENTE PIC X(50) VALUE
                   "SALDO DO LOTE NO LOCAL INSUFICIENTE".
               02 MENSA-DEBITO-GERADO PIC X(50) VALUE
                   "NOTA DE DEBITO GERADA: ".
               02 MENSA-SEM-TITULO PIC X(50) VALUE
                   "FORNECEDOR SEM TITULO EM ABERTO - DEBITO PENDENTE".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 500 TITULOS - CTAPAG.DAT NAO REGRAVADO".

       PROCEDURE DIVISION.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               MOVE ANO TO WS-DATA-HOJE(1:4).
               MOVE MES TO WS-DATA-HOJE(5:2).
               MOVE DIA TO WS-DATA-HOJE(7:2).

               MOVE "V" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               MOVE "DEVOLUCAO-A-FORNECEDOR" TO CT-PROGRAMA.
               MOVE "T" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO CT-ARQUIVO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               MOVE "CTAPAG.DAT" TO CT-ARQUIVO.
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
               MOVE "CTAPAG.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               PERFORM DEVOLUCAO.

               MOVE "L" TO CT-FUNCAO.
               MOVE "MERCMST.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               MOVE "CTAPAG.DAT" TO CT-ARQUIVO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           DEVOLUCAO.
               DISPLAY MENSA-PEDIDO.
               ACCEPT WS-PEDIDO-PESQUISA.

               OPEN I-O PEDIDO-COMPRA.
               IF WS-PC-STATUS NOT = "00"
                   DISPLAY "NENHUM PEDIDO DE COMPRA REGISTRADO"
                   CLOSE PEDIDO-COMPRA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-PEDIDO-PESQUISA TO PC-NUMERO.
               READ PEDIDO-COMPRA
                   INVALID KEY
                       DISPLAY MENSA-PEDIDO-INEXISTENTE
                       CLOSE PEDIDO-COMPRA
                       EXIT PARAGRAPH
               END-READ.
               IF PC-CANCELADO OR PC-QTD-RECEBIDA = ZEROS
                   DISPLAY MENSA-SEM-RECEBIMENTO
                   CLOSE PEDIDO-COMPRA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-PEDIDO.
               PERFORM CARREGA-FORNECEDOR.
               PERFORM OBTEM-PRECO-NOTA.

               MOVE ZEROS TO WS-QTD-DEVOLVIDA.
               DISPLAY MENSA-QTD.
               ACCEPT WS-QTD-DEVOLVIDA.
               IF WS-QTD-DEVOLVIDA = ZEROS
                       OR WS-QTD-DEVOLVIDA > PC-QTD-RECEBIDA
                   DISPLAY MENSA-QTD-EXCEDE
                   CLOSE PEDIDO-COMPRA
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-MOTIVO.
               ACCEPT WS-MOTIVO.
               MOVE WS-MOTIVO TO ND-MOTIVO.
               IF NOT ND-MOTIVO-VALIDO
                   DISPLAY MENSA-MOTIVO-INVALIDO
                   CLOSE PEDIDO-COMPRA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM DESCREVE-MOTIVO.

               DISPLAY MENSA-LOCAL.
               ACCEPT WS-LOCAL-DEVOLUCAO.
               IF WS-LOCAL-DEVOLUCAO = "d"
                   MOVE "D" TO WS-LOCAL-DEVOLUCAO
               END-IF.
               IF WS-LOCAL-DEVOLUCAO NOT = "D"
                   MOVE "L" TO WS-LOCAL-DEVOLUCAO
               END-IF.

               DISPLAY MENSA-LOTE.
               ACCEPT WS-LOTE.

               DISPLAY MENSA-REPOSICAO.
               ACCEPT WS-REPOSICAO.
               IF WS-REPOSICAO = "n"
                   MOVE "N" TO WS-REPOSICAO
               END-IF.
               IF WS-REPOSICAO NOT = "N"
                   MOVE "S" TO WS-REPOSICAO
               END-IF.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   CLOSE PEDIDO-COMPRA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VERIFICA-ESTOQUE.
               IF WS-ESTOQUE-OK = "N"
                   CLOSE MERC-MASTER
                   CLOSE PEDIDO-COMPRA
                   EXIT PARAGRAPH
               END-IF.

               IF WS-LOTE NOT = SPACES
                   PERFORM BAIXA-LOTE-INFORMADO
                   IF WS-ESTOQUE-OK = "N"
                       CLOSE MERC-MASTER
                       CLOSE PEDIDO-COMPRA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               OPEN EXTEND MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVIMENTO-HISTORICO
                   CLOSE MOVIMENTO-HISTORICO
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.
               PERFORM CARREGA-OPERADOR.

               PERFORM ATUALIZA-ESTOQUE.
               IF WS-LOTE = SPACES
                   PERFORM BAIXA-LOTES-POR-VALIDADE
               ELSE
                   MOVE WS-QTD-DEVOLVIDA TO WS-MOV-QTD
                   MOVE WS-LOTE          TO WS-MOV-LOTE
                   PERFORM GRAVA-MOVIMENTO
               END-IF.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.

               PERFORM ATUALIZA-PEDIDO.
               CLOSE PEDIDO-COMPRA.

               COMPUTE WS-VALOR-DEBITO ROUNDED =
                   WS-QTD-DEVOLVIDA * WS-PRECO-DEVOLUCAO.
               PERFORM OBTEM-PROXIMO-NUMERO.
               PERFORM ABATE-CONTA-PAGAR.
               PERFORM GRAVA-NOTA-DEBITO.
               PERFORM IMPRIME-NOTA-DEBITO.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-DEBITO-GERADO WS-NOME-DEBITO.

           EXIBE-PEDIDO.
               MOVE PC-NUMERO        TO LP-NUMERO.
               MOVE PC-FORNECEDOR    TO LP-FORNECEDOR.
               MOVE PC-MERCADORIA    TO LP-MERCADORIA.
               MOVE PC-QTD-PEDIDA    TO LP-QTD-PEDIDA.
               MOVE PC-QTD-RECEBIDA  TO LP-QTD-RECEBIDA.
               MOVE PC-STATUS        TO LP-STATUS.
               DISPLAY LINHA-PEDIDO.

           CARREGA-FORNECEDOR.
               MOVE SPACES TO WS-NOME-FORNECEDOR.
               OPEN INPUT FORNECEDOR-MASTER.
               IF WS-FN-STATUS NOT = "00"
                   CLOSE FORNECEDOR-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE PC-FORNECEDOR TO FN-CODIGO.
               READ FORNECEDOR-MASTER
                   NOT INVALID KEY
                       MOVE FN-NOME TO WS-NOME-FORNECEDOR
               END-READ.
               CLOSE FORNECEDOR-MASTER.

           OBTEM-PRECO-NOTA.
               MOVE PC-PRECOUNITARIO TO WS-PRECO-DEVOLUCAO.
               MOVE SPACES           TO WS-NF-ORIGEM.
               OPEN INPUT NOTA-FORNECEDOR.
               IF WS-NE-STATUS NOT = "00"
                   CLOSE NOTA-FORNECEDOR
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ NOTA-FORNECEDOR
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NE-PEDIDO = PC-NUMERO
                                   AND NE-FORNECEDOR = PC-FORNECEDOR
                                   AND NOT NE-RECUSADA
                               MOVE NE-PRECOUNITARIO
                                   TO WS-PRECO-DEVOLUCAO
                               MOVE NE-NUMERO-NF TO WS-NF-ORIGEM
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FORNECEDOR.

           DESCREVE-MOTIVO.
               EVALUATE TRUE
                   WHEN ND-DANIFICADA
                       MOVE "MERCADORIA DANIFICADA" TO
                           WS-DESCRICAO-MOTIVO
                   WHEN ND-ITEM-ERRADO
                       MOVE "ITEM ERRADO" TO WS-DESCRICAO-MOTIVO
                   WHEN ND-VENCIDA
                       MOVE "VALIDADE VENCIDA" TO WS-DESCRICAO-MOTIVO
                   WHEN ND-QUALIDADE
                       MOVE "FORA DE QUALIDADE" TO WS-DESCRICAO-MOTIVO
                   WHEN OTHER
                       MOVE "OUTROS" TO WS-DESCRICAO-MOTIVO
               END-EVALUATE.

           VERIFICA-ESTOQUE.
               MOVE "S" TO WS-ESTOQUE-OK.
               MOVE PC-MERCADORIA TO MM-MERCADORIA.
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
               IF WS-LOCAL-DEVOLUCAO = "D"
                   MOVE MM-QTD-DEPOSITO TO WS-QTD-LOCAL
               ELSE
                   MOVE MM-QTD-LOJA TO WS-QTD-LOCAL
               END-IF.
               IF WS-QTD-DEVOLVIDA > WS-QTD-LOCAL
                       OR WS-QTD-DEVOLVIDA > MM-QTD
                   MOVE "N" TO WS-ESTOQUE-OK
                   DISPLAY MENSA-ESTOQUE-INSUFICIENTE
               END-IF.

           BAIXA-LOTE-INFORMADO.
               MOVE "D"                TO LS-FUNCAO.
               MOVE PC-MERCADORIA      TO LS-MERCADORIA.
               MOVE WS-LOTE            TO LS-LOTE.
               MOVE WS-LOCAL-DEVOLUCAO TO LS-LOCAL.
               MOVE WS-QTD-DEVOLVIDA   TO LS-QTD.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               IF LS-NAO-ENCONTRADO OR LS-SEM-ARQUIVO
                   MOVE "N" TO WS-ESTOQUE-OK
                   DISPLAY MENSA-LOTE-INEXISTENTE
               END-IF.
               IF LS-SALDO-INSUFICIENTE
                   MOVE "N" TO WS-ESTOQUE-OK
                   DISPLAY MENSA-LOTE-INSUFICIENTE
               END-IF.

           BAIXA-LOTES-POR-VALIDADE.
               MOVE "B"                TO LS-FUNCAO.
               MOVE PC-MERCADORIA      TO LS-MERCADORIA.
               MOVE WS-LOCAL-DEVOLUCAO TO LS-LOCAL.
               MOVE WS-QTD-DEVOLVIDA   TO LS-QTD.
               MOVE ZEROS              TO LS-DATA-REFERENCIA.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               PERFORM VARYING WS-PORCAO-IDX FROM 1 BY 1
                       UNTIL WS-PORCAO-IDX > LS-PORCOES-QTD
                   MOVE LS-P-QTD (WS-PORCAO-IDX)  TO WS-MOV-QTD
                   MOVE LS-P-LOTE (WS-PORCAO-IDX) TO WS-MOV-LOTE
                   PERFORM GRAVA-MOVIMENTO
               END-PERFORM.
               IF LS-QTD-SEM-LOTE > ZEROS
                   MOVE LS-QTD-SEM-LOTE TO WS-MOV-QTD
                   MOVE SPACES          TO WS-MOV-LOTE
                   PERFORM GRAVA-MOVIMENTO
               END-IF.

           ATUALIZA-ESTOQUE.
               SUBTRACT WS-QTD-DEVOLVIDA FROM MM-QTD.
               IF WS-LOCAL-DEVOLUCAO = "D"
                   SUBTRACT WS-QTD-DEVOLVIDA FROM MM-QTD-DEPOSITO
               ELSE
                   SUBTRACT WS-QTD-DEVOLVIDA FROM MM-QTD-LOJA
               END-IF.
               MOVE ANO TO MM-ANO.
               MOVE MES TO MM-MES.
               MOVE DIA TO MM-DIA.
               REWRITE MERC-MASTER-REG.

           GRAVA-MOVIMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE MM-MERCADORIA      TO MV-MERCADORIA.
               MOVE ANO                TO MV-ANO.
               MOVE MES                TO MV-MES.
               MOVE DIA                TO MV-DIA.
               MOVE WS-HH              TO MV-HH.
               MOVE WS-MN              TO MV-MN.
               MOVE WS-SG              TO MV-SS.
               MOVE "S"                TO MV-TIPO-MOV.
               MOVE WS-MOV-QTD         TO MV-QTD.
               MOVE MM-QTD             TO MV-QTD-RESULTANTE.
               MOVE WS-LOCAL-DEVOLUCAO TO MV-LOCAL.
               MOVE WS-MOV-LOTE        TO MV-LOTE.
               WRITE MOVIMENTO-REG.

           ATUALIZA-PEDIDO.
               SUBTRACT WS-QTD-DEVOLVIDA FROM PC-QTD-RECEBIDA.
               IF WS-REPOSICAO = "N"
                   SUBTRACT WS-QTD-DEVOLVIDA FROM PC-QTD-PEDIDA
               END-IF.
               EVALUATE TRUE
                   WHEN PC-QTD-PEDIDA = ZEROS
                       MOVE "C" TO PC-STATUS
                   WHEN PC-QTD-RECEBIDA = ZEROS
                       MOVE "A" TO PC-STATUS
                   WHEN PC-QTD-RECEBIDA >= PC-QTD-PEDIDA
                       MOVE "R" TO PC-STATUS
                   WHEN OTHER
                       MOVE "P" TO PC-STATUS
               END-EVALUATE.
               REWRITE PEDIDO-COMPRA-REG.
               PERFORM EXIBE-PEDIDO.

           OBTEM-PROXIMO-NUMERO.
               MOVE ZEROS TO WS-NUMERO-DEBITO.
               OPEN INPUT NOTA-DEBITO-SEQ.
               IF WS-DQ-STATUS = "00"
                   READ NOTA-DEBITO-SEQ
                       NOT AT END
                           MOVE DQ-ULTIMO-NUMERO TO WS-NUMERO-DEBITO
                   END-READ
                   CLOSE NOTA-DEBITO-SEQ
               ELSE
                   CLOSE NOTA-DEBITO-SEQ
               END-IF.
               ADD 1 TO WS-NUMERO-DEBITO.
               OPEN OUTPUT NOTA-DEBITO-SEQ.
               MOVE WS-NUMERO-DEBITO TO DQ-ULTIMO-NUMERO.
               WRITE NOTA-DEBITO-SEQ-REG.
               CLOSE NOTA-DEBITO-SEQ.

           ABATE-CONTA-PAGAR.
               MOVE ZEROS  TO WS-VALOR-ABATIDO.
               MOVE SPACES TO WS-NF-ABATIDA.
               MOVE ZEROS  TO WS-PAGAR-QTD.
               MOVE ZEROS  TO WS-PAGAR-POS.
               MOVE "N"    TO WS-PAGAR-CHEIA.
               OPEN INPUT CONTA-PAGAR.
               IF WS-CP-STATUS NOT = "00"
                   CLOSE CONTA-PAGAR
                   DISPLAY MENSA-SEM-TITULO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTA-PAGAR
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-PAGAR-QTD < 500
                               ADD 1 TO WS-PAGAR-QTD
                               MOVE CONTA-PAGAR-REG TO
                                   WS-PAGAR-GUARDADO (WS-PAGAR-QTD)
                           ELSE
                               MOVE "S" TO WS-PAGAR-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-PAGAR.
               IF WS-PAGAR-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               IF WS-NF-ORIGEM NOT = SPACES
                   PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                           UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                           OR WS-PAGAR-POS > ZEROS
                       MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                           TO CONTA-PAGAR-REG
                       IF CP-FORNECEDOR = PC-FORNECEDOR
                               AND CP-NUMERO-NF = WS-NF-ORIGEM
                               AND CP-ABERTO
                           MOVE WS-PAGAR-IDX TO WS-PAGAR-POS
                       END-IF
                   END-PERFORM
               END-IF.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                       OR WS-PAGAR-POS > ZEROS
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   IF CP-FORNECEDOR = PC-FORNECEDOR AND CP-ABERTO
                       MOVE WS-PAGAR-IDX TO WS-PAGAR-POS
                   END-IF
               END-PERFORM.
               IF WS-PAGAR-POS = ZEROS
                   DISPLAY MENSA-SEM-TITULO
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PAGAR-GUARDADO (WS-PAGAR-POS)
                   TO CONTA-PAGAR-REG.
               IF CP-VALOR-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CP-VALOR-CREDITO
               END-IF.
               IF WS-VALOR-DEBITO >= CP-SALDO
                   MOVE CP-SALDO TO WS-VALOR-ABATIDO
               ELSE
                   MOVE WS-VALOR-DEBITO TO WS-VALOR-ABATIDO
               END-IF.
               ADD WS-VALOR-ABATIDO TO CP-VALOR-CREDITO.
               SUBTRACT WS-VALOR-ABATIDO FROM CP-SALDO.
               IF CP-SALDO = ZEROS
                   MOVE "Q" TO CP-STATUS
               END-IF.
               MOVE CP-NUMERO-NF TO WS-NF-ABATIDA.
               MOVE CONTA-PAGAR-REG
                   TO WS-PAGAR-GUARDADO (WS-PAGAR-POS).

               OPEN OUTPUT CONTA-PAGAR.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   WRITE CONTA-PAGAR-REG
               END-PERFORM.
               CLOSE CONTA-PAGAR.

           GRAVA-NOTA-DEBITO.
               OPEN EXTEND NOTA-DEBITO.
               IF WS-ND-STATUS = "35"
                   OPEN OUTPUT NOTA-DEBITO
                   CLOSE NOTA-DEBITO
                   OPEN EXTEND NOTA-DEBITO
               END-IF.
               MOVE WS-NUMERO-DEBITO   TO ND-NUMERO.
               MOVE PC-NUMERO          TO ND-PEDIDO.
               MOVE PC-FORNECEDOR      TO ND-FORNECEDOR.
               MOVE WS-DATA-HOJE       TO ND-DATA.
               MOVE PC-MERCADORIA      TO ND-MERCADORIA.
               MOVE WS-QTD-DEVOLVIDA   TO ND-QTD.
               MOVE WS-PRECO-DEVOLUCAO TO ND-PRECO-UNITARIO.
               MOVE WS-VALOR-DEBITO    TO ND-VALOR.
               MOVE WS-MOTIVO          TO ND-MOTIVO.
               MOVE WS-LOCAL-DEVOLUCAO TO ND-LOCAL.
               MOVE WS-LOTE            TO ND-LOTE.
               MOVE WS-REPOSICAO       TO ND-REPOSICAO.
               MOVE WS-NF-ABATIDA      TO ND-NUMERO-NF.
               MOVE WS-VALOR-ABATIDO   TO ND-VALOR-ABATIDO.
               MOVE WS-OPERADOR        TO ND-OPERADOR.
               WRITE NOTA-DEBITO-REG.
               CLOSE NOTA-DEBITO.

           IMPRIME-NOTA-DEBITO.
               MOVE SPACES TO WS-NOME-DEBITO.
               STRING "DEBITO-" WS-NUMERO-DEBITO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-DEBITO.
               OPEN OUTPUT DEBITO-IMPRESSO.
               MOVE WS-NUMERO-DEBITO TO LDC-NUMERO.
               MOVE WS-DATA-HOJE     TO LDC-DATA.
               MOVE LINHA-DEBITO-CABEC TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE PC-FORNECEDOR      TO LDF-FORNECEDOR.
               MOVE WS-NOME-FORNECEDOR TO LDF-NOME.
               MOVE LINHA-DEBITO-FORNECEDOR TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE PC-NUMERO    TO LDR-PEDIDO.
               MOVE WS-NF-ORIGEM TO LDR-NF.
               MOVE LINHA-DEBITO-REFERENCIA TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE SPACES TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE PC-MERCADORIA      TO LDD-MERCADORIA.
               MOVE WS-LOTE            TO LDD-LOTE.
               MOVE WS-QTD-DEVOLVIDA   TO LDD-QTD.
               MOVE WS-PRECO-DEVOLUCAO TO LDD-PRECO.
               MOVE WS-VALOR-DEBITO    TO LDD-VALOR.
               MOVE LINHA-DEBITO-DETALHE TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               DISPLAY LINHA-DEBITO-DETALHE.
               MOVE WS-DESCRICAO-MOTIVO TO LDM-MOTIVO.
               MOVE LINHA-DEBITO-MOTIVO TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE SPACES TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE WS-VALOR-DEBITO TO LDT-TOTAL.
               MOVE LINHA-DEBITO-TOTAL TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               MOVE WS-NF-ABATIDA    TO LDA-NF.
               MOVE WS-VALOR-ABATIDO TO LDA-VALOR.
               MOVE LINHA-DEBITO-ABATIDO TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               COMPUTE LDS-VALOR = WS-VALOR-DEBITO - WS-VALOR-ABATIDO.
               MOVE LINHA-DEBITO-SALDO TO DEBITO-IMPRESSO-REG.
               WRITE DEBITO-IMPRESSO-REG.
               CLOSE DEBITO-IMPRESSO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "DEVOLUCAO-A-FORNECEDOR" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "ND " WS-NUMERO-DEBITO " PC " PC-NUMERO
                   " FORN " PC-FORNECEDOR
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-VALOR-DEBITO   TO AJ-VALOR.
               MOVE "NOTA DE DEBITO EMITIDA" TO AJ-DESCRICAO.
               MOVE WS-OPERADOR       TO AJ-OPERADOR.
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
