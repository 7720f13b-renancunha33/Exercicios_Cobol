       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENTRADA-NOTA-FORNECEDOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FN-CODIGO
                   FILE STATUS IS WS-FN-STATUS.
               SELECT PEDIDO-COMPRA ASSIGN TO "PEDIDO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-NUMERO
                   FILE STATUS IS WS-PC-STATUS.
               SELECT NOTA-FORNECEDOR ASSIGN TO "NFFORN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NE-STATUS.
               SELECT CONTA-PAGAR ASSIGN TO "CTAPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CP-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
               SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.

           FILE SECTION.
           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  PEDIDO-COMPRA.
               COPY "PEDIDO.CPY".

           FD  NOTA-FORNECEDOR.
               COPY "NFFORN.CPY".

           FD  CONTA-PAGAR.
               COPY "CTAPAG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  OPERADORES.
               COPY "OPERREG.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-FN-STATUS PIC X(02) VALUE SPACES.
           01 WS-PC-STATUS PIC X(02) VALUE SPACES.
           01 WS-NE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CP-STATUS PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-MODO      PIC X(01) VALUE "E".
           01 WS-FIM-ARQUIVO PIC X(01) VALUE "N".
           01 WS-CONFIRMA  PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           01 WS-OP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-OP-FIM       PIC X(01) VALUE "N".
           01 WS-NIVEL-OPERADOR PIC 9(01) VALUE ZEROS.
           01 WS-NIVEL-MINIMO-APROVACAO PIC 9(01) VALUE 2.

           01 WS-TOLERANCIA-PRECO-PCT PIC 9(03)V99 VALUE 002,00.
           01 WS-TOLERANCIA-QTD-PCT   PIC 9(03)V99 VALUE 000,00.
           01 WS-PRAZO-PAGAMENTO      PIC 9(03) VALUE 030.

           COPY "SERVDATA.CPY".

           01 WS-NOTA-FORNECEDOR  PIC 9(04) VALUE ZEROS.
           01 WS-NOTA-NUMERO      PIC X(10) VALUE SPACES.
           01 WS-NOTA-EMISSAO     PIC 9(08) VALUE ZEROS.
           01 WS-NOTA-VENCIMENTO  PIC 9(08) VALUE ZEROS.
           01 WS-NOTA-TOTAL       PIC 9(09)V99 VALUE ZEROS.
           01 WS-NOTA-DIVERGENTE  PIC X(01) VALUE "N".
           01 WS-NOTA-DUPLICADA   PIC X(01) VALUE "N".
           01 WS-NOTA-SITUACAO    PIC X(01) VALUE SPACES.

           01 WS-PESQUISA-PEDIDO  PIC 9(06) VALUE ZEROS.
           01 WS-LINHA-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-LINHA-PRECO      PIC 9(04)V99 VALUE ZEROS.
           01 WS-QTD-JA-FATURADA  PIC 9(06) VALUE ZEROS.
           01 WS-QTD-FATURADA-TOTAL PIC 9(06) VALUE ZEROS.
           01 WS-QTD-LIMITE       PIC 9(06)V99 VALUE ZEROS.
           01 WS-DIFERENCA-PRECO  PIC S9(05)V99 VALUE ZEROS.
           01 WS-DIFERENCA-PCT    PIC 9(05)V99 VALUE ZEROS.
           01 WS-DIVERGE-PRECO    PIC X(01) VALUE "N".
           01 WS-DIVERGE-QTD      PIC X(01) VALUE "N".

           01 WS-LINHAS-NOTA.
               02 WS-LINHA-GUARDADA OCCURS 20 TIMES PIC X(139).
           01 WS-LINHA-NOTA-QTD   PIC 9(02) VALUE ZEROS.
           01 WS-LINHA-NOTA-IDX   PIC 9(02) VALUE ZEROS.
           01 WS-NOTA-LINHA-ATUAL PIC X(139) VALUE SPACES.

           01 WS-TABELA-NOTAS.
               02 WS-NOTA-GUARDADA OCCURS 500 TIMES PIC X(139).
           01 WS-NOTA-QTD         PIC 9(03) VALUE ZEROS.
           01 WS-NOTA-IDX         PIC 9(03) VALUE ZEROS.
           01 WS-NOTA-IDX2        PIC 9(03) VALUE ZEROS.
           01 WS-TABELA-CHEIA     PIC X(01) VALUE "N".
           01 WS-NOTAS-ALTERADAS  PIC 9(04) VALUE ZEROS.
           01 WS-NOTA-DIGITADOR   PIC X(06) VALUE SPACES.

           01 LINHA-PEDIDO.
               02 LP-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-QTD-PEDIDA  PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-QTD-RECEBIDA PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-PRECO       PIC ZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-STATUS      PIC X(01).

           01 LINHA-CABECALHO-NOTA PIC X(78) VALUE
               "LN PEDIDO MERCADORIA           QTD   PRECO  PR.PED  REC
      -        "  CONFERENCIA".
           01 LINHA-NOTA.
               02 LN-LINHA       PIC 99.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-PEDIDO      PIC 9(06).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-QTD         PIC ZZZ9.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-PRECO       PIC ZZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-PRECO-PEDIDO PIC ZZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LN-QTD-RECEBIDA PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LN-MOTIVO      PIC X(20).

           01 LINHA-NOTA-CABECALHO.
               02 FILLER         PIC X(11) VALUE "FORNECEDOR ".
               02 LNC-FORNECEDOR PIC 9(04).
               02 FILLER         PIC X(06) VALUE "  NF: ".
               02 LNC-NUMERO     PIC X(10).
               02 FILLER         PIC X(10) VALUE "  EMISSAO ".
               02 LNC-EMISSAO    PIC 9(08).
               02 FILLER         PIC X(13) VALUE "  VENCIMENTO ".
               02 LNC-VENCIMENTO PIC 9(08).
               02 FILLER         PIC X(05) VALUE "  OP ".
               02 LNC-OPERADOR   PIC X(06).

           01 LINHA-TOTAL-NOTA.
               02 FILLER         PIC X(16) VALUE "TOTAL DA NOTA: ".
               02 LTN-TOTAL      PIC ZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (E-ENTRADA/A-APROVACAO): ".
               02 MENSA-FORNECEDOR PIC X(50) VALUE
                   "DIGITE O CODIGO DO FORNECEDOR: ".
               02 MENSA-FORN-NAO-ACHOU PIC X(50) VALUE
                   "FORNECEDOR NAO CADASTRADO".
               02 MENSA-NUMERO-NF PIC X(50) VALUE
                   "DIGITE O NUMERO DA NOTA DO FORNECEDOR: ".
               02 MENSA-NUMERO-INVALIDO PIC X(50) VALUE
                   "NUMERO DA NOTA NAO INFORMADO".
               02 MENSA-DUPLICADA PIC X(50) VALUE
                   "NOTA JA REGISTRADA PARA ESTE FORNECEDOR".
               02 MENSA-EMISSAO PIC X(50) VALUE
                   "DATA DE EMISSAO (AAAAMMDD, ZERO = HOJE): ".
               02 MENSA-VENCIMENTO PIC X(50) VALUE
                   "VENCIMENTO (AAAAMMDD, ZERO = EMISSAO + 30): ".
               02 MENSA-DATA-INVALIDA PIC X(50) VALUE
                   "DATA INVALIDA - NOTA NAO REGISTRADA".
               02 MENSA-PEDIDO PIC X(50) VALUE
                   "NUMERO DO PEDIDO (ZERO ENCERRA A NOTA): ".
               02 MENSA-PEDIDO-NAO-ACHOU PIC X(50) VALUE
                   "PEDIDO NAO ENCONTRADO".
               02 MENSA-PEDIDO-OUTRO PIC X(50) VALUE
                   "PEDIDO DE OUTRO FORNECEDOR - LINHA IGNORADA".
               02 MENSA-PEDIDO-CANCELADO PIC X(50) VALUE
                   "PEDIDO CANCELADO - LINHA IGNORADA".
               02 MENSA-QTD PIC X(50) VALUE
                   "QTD FATURADA: ".
               02 MENSA-PRECO PIC X(50) VALUE
                   "PRECO UNITARIO FATURADO: ".
               02 MENSA-QTD-INVALIDA PIC X(50) VALUE
                   "QTD DEVE SER MAIOR QUE ZERO - LINHA IGNORADA".
               02 MENSA-NOTA-CHEIA PIC X(50) VALUE
                   "LIMITE DE 20 LINHAS POR NOTA ATINGIDO".
               02 MENSA-SEM-LINHAS PIC X(50) VALUE
                   "NOTA SEM LINHAS - NADA REGISTRADO".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "GRAVAR A NOTA? (S/N): ".
               02 MENSA-LIBERADA PIC X(50) VALUE
                   "NOTA CONFERIDA - LANCADA NO CONTAS A PAGAR".
               02 MENSA-RETIDA PIC X(50) VALUE
                   "NOTA COM DIVERGENCIA - RETIDA PARA APROVACAO".
               02 MENSA-DESCARTADA PIC X(50) VALUE
                   "NOTA DESCARTADA".
               02 MENSA-SEM-RETIDAS PIC X(50) VALUE
                   "NENHUMA NOTA RETIDA PARA APROVACAO".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 500 LINHAS DE NOTA - APROVACAO ABANDONADA".
               02 MENSA-APROVA-DUPLO PIC X(50) VALUE
                   "APROVAR (S) / RECUSAR (R) / PULAR (N): ".
               02 MENSA-MESMO-OPERADOR PIC X(55) VALUE
                   "DIGITADOR E APROVADOR IGUAIS - NOTA PULADA".
               02 MENSA-SEM-NIVEL PIC X(55) VALUE
                   "NIVEL INSUFICIENTE PARA APROVAR NOTAS".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "CTAPAG.DAT EM USO POR OUTRO PROCESSO".


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "NOTA FISCAL DE FORNECEDOR".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE ANO TO WS-DATA-HOJE(1:4).
                MOVE MES TO WS-DATA-HOJE(5:2).
                MOVE DIA TO WS-DATA-HOJE(7:2).

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0347.

                MOVE "V" TO CT-FUNCAO.
                MOVE "CTAPAG.DAT" TO CT-ARQUIVO.
                MOVE "ENTRADA-NOTA-FORNECEDOR" TO CT-PROGRAMA.
                MOVE "T" TO CT-TIPO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                IF CT-HA-CONFLITO
                    DISPLAY MENSA-ARQUIVO-TRAVADO AT 0515
                    DISPLAY CT-PROGRAMA-CONFLITO AT 0615
                    MOVE 12 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "R" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

                IF WS-MODO = "A" OR WS-MODO = "a"
                    PERFORM APROVACAO
                ELSE
                    PERFORM ENTRADA
                END-IF.

                MOVE "L" TO CT-FUNCAO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                STOP RUN.

           ENTRADA.
               OPEN INPUT FORNECEDOR-MASTER.
               IF WS-FN-STATUS NOT = "00"
                   DISPLAY "NENHUM FORNECEDOR CADASTRADO" AT 0515
                   CLOSE FORNECEDOR-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT PEDIDO-COMPRA.
               IF WS-PC-STATUS NOT = "00"
                   DISPLAY "NENHUM PEDIDO DE COMPRA REGISTRADO"
                       AT 0515
                   CLOSE PEDIDO-COMPRA
                   CLOSE FORNECEDOR-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PEDE-CABECALHO-NOTA.
               IF WS-NOTA-FORNECEDOR NOT = ZEROS
                   PERFORM PEDE-LINHAS-NOTA
                   PERFORM FINALIZA-NOTA
               END-IF.

               CLOSE PEDIDO-COMPRA.
               CLOSE FORNECEDOR-MASTER.

           PEDE-CABECALHO-NOTA.
               DISPLAY MENSA-FORNECEDOR AT 0515.
               ACCEPT WS-NOTA-FORNECEDOR AT 0547.
               MOVE WS-NOTA-FORNECEDOR TO FN-CODIGO.
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       DISPLAY MENSA-FORN-NAO-ACHOU AT 0615
                       MOVE ZEROS TO WS-NOTA-FORNECEDOR
                       EXIT PARAGRAPH
               END-READ.
               DISPLAY FN-NOME AT 0615.

               DISPLAY MENSA-NUMERO-NF AT 0715.
               ACCEPT WS-NOTA-NUMERO AT 0755.
               IF WS-NOTA-NUMERO = SPACES
                   DISPLAY MENSA-NUMERO-INVALIDO AT 0815
                   MOVE ZEROS TO WS-NOTA-FORNECEDOR
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VERIFICA-NOTA-DUPLICADA.
               IF WS-NOTA-DUPLICADA = "S"
                   DISPLAY MENSA-DUPLICADA AT 0815
                   MOVE ZEROS TO WS-NOTA-FORNECEDOR
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-EMISSAO AT 0815.
               ACCEPT WS-NOTA-EMISSAO AT 0857.
               IF WS-NOTA-EMISSAO = ZEROS
                   MOVE WS-DATA-HOJE TO WS-NOTA-EMISSAO
               END-IF.
               DISPLAY MENSA-VENCIMENTO AT 0915.
               ACCEPT WS-NOTA-VENCIMENTO AT 0960.
               IF WS-NOTA-VENCIMENTO = ZEROS
                   MOVE "S" TO SD-FUNCAO
                   MOVE WS-NOTA-EMISSAO TO SD-DATA1
                   MOVE WS-PRAZO-PAGAMENTO TO SD-DIAS
                   CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA
                   IF SD-RETORNO NOT = "0"
                       DISPLAY MENSA-DATA-INVALIDA AT 1015
                       MOVE ZEROS TO WS-NOTA-FORNECEDOR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SD-DATA-RESULTADO TO WS-NOTA-VENCIMENTO
               END-IF.

               MOVE "D" TO SD-FUNCAO.
               MOVE WS-NOTA-EMISSAO    TO SD-DATA1.
               MOVE WS-NOTA-VENCIMENTO TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   DISPLAY MENSA-DATA-INVALIDA AT 1015
                   MOVE ZEROS TO WS-NOTA-FORNECEDOR
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-LINHA-NOTA-QTD.
               MOVE ZEROS TO WS-NOTA-TOTAL.
               MOVE "N"   TO WS-NOTA-DIVERGENTE.
               PERFORM CARREGA-OPERADOR.
               DISPLAY SPACES AT 0301 WITH ERASE EOS.
               MOVE WS-NOTA-FORNECEDOR TO LNC-FORNECEDOR.
               MOVE WS-NOTA-NUMERO     TO LNC-NUMERO.
               MOVE WS-NOTA-EMISSAO    TO LNC-EMISSAO.
               MOVE WS-NOTA-VENCIMENTO TO LNC-VENCIMENTO.
               MOVE WS-OPERADOR        TO LNC-OPERADOR.
               DISPLAY LINHA-NOTA-CABECALHO AT 0301.

           VERIFICA-NOTA-DUPLICADA.
               MOVE "N" TO WS-NOTA-DUPLICADA.
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
                           IF NE-FORNECEDOR = WS-NOTA-FORNECEDOR
                                   AND NE-NUMERO-NF = WS-NOTA-NUMERO
                                   AND NOT NE-RECUSADA
                               MOVE "S" TO WS-NOTA-DUPLICADA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FORNECEDOR.
               MOVE "N" TO WS-FIM-ARQUIVO.

           PEDE-LINHAS-NOTA.
               DISPLAY SPACE.
               DISPLAY MENSA-PEDIDO.
               ACCEPT WS-PESQUISA-PEDIDO.
               PERFORM UNTIL WS-PESQUISA-PEDIDO = ZEROS
                   IF WS-LINHA-NOTA-QTD < 20
                       PERFORM PEDE-UMA-LINHA
                   ELSE
                       DISPLAY MENSA-NOTA-CHEIA
                   END-IF
                   DISPLAY SPACE
                   DISPLAY MENSA-PEDIDO
                   ACCEPT WS-PESQUISA-PEDIDO
               END-PERFORM.

           PEDE-UMA-LINHA.
               MOVE WS-PESQUISA-PEDIDO TO PC-NUMERO.
               READ PEDIDO-COMPRA
                   INVALID KEY
                       DISPLAY MENSA-PEDIDO-NAO-ACHOU
                       EXIT PARAGRAPH
               END-READ.
               IF PC-FORNECEDOR NOT = WS-NOTA-FORNECEDOR
                   DISPLAY MENSA-PEDIDO-OUTRO
                   EXIT PARAGRAPH
               END-IF.
               IF PC-CANCELADO
                   DISPLAY MENSA-PEDIDO-CANCELADO
                   EXIT PARAGRAPH
               END-IF.
               IF PC-PRECOUNITARIO NOT NUMERIC
                   MOVE ZEROS TO PC-PRECOUNITARIO
               END-IF.

               MOVE PC-NUMERO        TO LP-NUMERO.
               MOVE PC-MERCADORIA    TO LP-MERCADORIA.
               MOVE PC-QTD-PEDIDA    TO LP-QTD-PEDIDA.
               MOVE PC-QTD-RECEBIDA  TO LP-QTD-RECEBIDA.
               MOVE PC-PRECOUNITARIO TO LP-PRECO.
               MOVE PC-STATUS        TO LP-STATUS.
               DISPLAY LINHA-PEDIDO.

               DISPLAY MENSA-QTD.
               ACCEPT WS-LINHA-QTD.
               IF WS-LINHA-QTD = ZEROS
                   DISPLAY MENSA-QTD-INVALIDA
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-PRECO.
               ACCEPT WS-LINHA-PRECO.

               ADD 1 TO WS-LINHA-NOTA-QTD.
               MOVE SPACES              TO NOTA-FORNECEDOR-REG.
               MOVE WS-NOTA-FORNECEDOR  TO NE-FORNECEDOR.
               MOVE WS-NOTA-NUMERO      TO NE-NUMERO-NF.
               MOVE WS-LINHA-NOTA-QTD   TO NE-LINHA.
               MOVE PC-NUMERO           TO NE-PEDIDO.
               MOVE PC-MERCADORIA       TO NE-MERCADORIA.
               MOVE WS-LINHA-QTD        TO NE-QTD.
               MOVE WS-LINHA-PRECO      TO NE-PRECOUNITARIO.
               COMPUTE NE-VALOR-LINHA ROUNDED =
                   WS-LINHA-QTD * WS-LINHA-PRECO.
               MOVE PC-PRECOUNITARIO    TO NE-PRECO-PEDIDO.
               MOVE PC-QTD-RECEBIDA     TO NE-QTD-RECEBIDA.
               MOVE WS-NOTA-EMISSAO     TO NE-DATA-EMISSAO.
               MOVE WS-NOTA-VENCIMENTO  TO NE-DATA-VENCIMENTO.
               MOVE WS-DATA-HOJE        TO NE-DATA-ENTRADA.
               MOVE WS-OPERADOR         TO NE-OPERADOR.
               MOVE SPACES              TO NE-OPERADOR-APROVACAO.
               MOVE ZEROS               TO NE-DATA-APROVACAO.

               PERFORM SOMA-QTD-FATURADA.
               PERFORM CONFERE-LINHA.

               ADD NE-VALOR-LINHA TO WS-NOTA-TOTAL.
               MOVE NOTA-FORNECEDOR-REG
                   TO WS-LINHA-GUARDADA (WS-LINHA-NOTA-QTD).
               PERFORM EXIBE-LINHA-NOTA.

           SOMA-QTD-FATURADA.
               MOVE NOTA-FORNECEDOR-REG TO WS-NOTA-LINHA-ATUAL.
               MOVE ZEROS TO WS-QTD-JA-FATURADA.
               PERFORM VARYING WS-LINHA-NOTA-IDX FROM 1 BY 1
                       UNTIL WS-LINHA-NOTA-IDX >= WS-LINHA-NOTA-QTD
                   MOVE WS-LINHA-GUARDADA (WS-LINHA-NOTA-IDX)
                       TO NOTA-FORNECEDOR-REG
                   IF NE-PEDIDO = WS-PESQUISA-PEDIDO
                       ADD NE-QTD TO WS-QTD-JA-FATURADA
                   END-IF
               END-PERFORM.

               OPEN INPUT NOTA-FORNECEDOR.
               IF WS-NE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ NOTA-FORNECEDOR
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF NE-PEDIDO = WS-PESQUISA-PEDIDO
                                       AND NOT NE-RECUSADA
                                   ADD NE-QTD TO WS-QTD-JA-FATURADA
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-FIM-ARQUIVO
               END-IF.
               CLOSE NOTA-FORNECEDOR.
               MOVE WS-NOTA-LINHA-ATUAL TO NOTA-FORNECEDOR-REG.

           CONFERE-LINHA.
               MOVE "N" TO WS-DIVERGE-PRECO.
               MOVE "N" TO WS-DIVERGE-QTD.

               COMPUTE WS-DIFERENCA-PRECO =
                   NE-PRECOUNITARIO - NE-PRECO-PEDIDO.
               IF WS-DIFERENCA-PRECO < ZEROS
                   COMPUTE WS-DIFERENCA-PRECO =
                       0 - WS-DIFERENCA-PRECO
               END-IF.
               IF NE-PRECO-PEDIDO = ZEROS
                   IF WS-DIFERENCA-PRECO > ZEROS
                       MOVE "S" TO WS-DIVERGE-PRECO
                   END-IF
               ELSE
                   COMPUTE WS-DIFERENCA-PCT ROUNDED =
                       WS-DIFERENCA-PRECO * 100 / NE-PRECO-PEDIDO
                       ON SIZE ERROR
                           MOVE 99999,99 TO WS-DIFERENCA-PCT
                   END-COMPUTE
                   IF WS-DIFERENCA-PCT > WS-TOLERANCIA-PRECO-PCT
                       MOVE "S" TO WS-DIVERGE-PRECO
                   END-IF
               END-IF.

               COMPUTE WS-QTD-FATURADA-TOTAL =
                   WS-QTD-JA-FATURADA + NE-QTD.
               COMPUTE WS-QTD-LIMITE =
                   NE-QTD-RECEBIDA * (100 + WS-TOLERANCIA-QTD-PCT)
                   / 100.
               IF WS-QTD-FATURADA-TOTAL > WS-QTD-LIMITE
                   MOVE "S" TO WS-DIVERGE-QTD
               END-IF.

               EVALUATE TRUE
                   WHEN WS-DIVERGE-PRECO = "S" AND WS-DIVERGE-QTD = "S"
                       MOVE "N" TO NE-CONFERENCIA
                       MOVE "PRECO E QTD"      TO NE-MOTIVO
                   WHEN WS-DIVERGE-PRECO = "S"
                       MOVE "N" TO NE-CONFERENCIA
                       MOVE "PRECO DIVERGENTE" TO NE-MOTIVO
                   WHEN WS-DIVERGE-QTD = "S"
                       MOVE "N" TO NE-CONFERENCIA
                       MOVE "QTD NAO RECEBIDA" TO NE-MOTIVO
                   WHEN OTHER
                       MOVE "S" TO NE-CONFERENCIA
                       MOVE "CONFERE"          TO NE-MOTIVO
               END-EVALUATE.
               IF NE-DIVERGE
                   MOVE "S" TO WS-NOTA-DIVERGENTE
               END-IF.

           EXIBE-LINHA-NOTA.
               MOVE NE-LINHA          TO LN-LINHA.
               MOVE NE-PEDIDO         TO LN-PEDIDO.
               MOVE NE-MERCADORIA     TO LN-MERCADORIA.
               MOVE NE-QTD            TO LN-QTD.
               MOVE NE-PRECOUNITARIO  TO LN-PRECO.
               MOVE NE-PRECO-PEDIDO   TO LN-PRECO-PEDIDO.
               MOVE NE-QTD-RECEBIDA   TO LN-QTD-RECEBIDA.
               MOVE NE-MOTIVO         TO LN-MOTIVO.
               DISPLAY LINHA-NOTA.

           FINALIZA-NOTA.
               IF WS-LINHA-NOTA-QTD = ZEROS
                   DISPLAY MENSA-SEM-LINHAS
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY SPACE.
               DISPLAY LINHA-CABECALHO-NOTA.
               PERFORM VARYING WS-LINHA-NOTA-IDX FROM 1 BY 1
                       UNTIL WS-LINHA-NOTA-IDX > WS-LINHA-NOTA-QTD
                   MOVE WS-LINHA-GUARDADA (WS-LINHA-NOTA-IDX)
                       TO NOTA-FORNECEDOR-REG
                   PERFORM EXIBE-LINHA-NOTA
               END-PERFORM.
               MOVE WS-NOTA-TOTAL TO LTN-TOTAL.
               DISPLAY LINHA-TOTAL-NOTA.

               DISPLAY MENSA-CONFIRMA.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY MENSA-DESCARTADA
                   EXIT PARAGRAPH
               END-IF.

               IF WS-NOTA-DIVERGENTE = "S"
                   MOVE "R" TO WS-NOTA-SITUACAO
               ELSE
                   MOVE "L" TO WS-NOTA-SITUACAO
               END-IF.

               OPEN EXTEND NOTA-FORNECEDOR.
               IF WS-NE-STATUS = "35"
                   OPEN OUTPUT NOTA-FORNECEDOR
                   CLOSE NOTA-FORNECEDOR
                   OPEN EXTEND NOTA-FORNECEDOR
               END-IF.
               PERFORM VARYING WS-LINHA-NOTA-IDX FROM 1 BY 1
                       UNTIL WS-LINHA-NOTA-IDX > WS-LINHA-NOTA-QTD
                   MOVE WS-LINHA-GUARDADA (WS-LINHA-NOTA-IDX)
                       TO NOTA-FORNECEDOR-REG
                   MOVE WS-NOTA-SITUACAO TO NE-SITUACAO
                   WRITE NOTA-FORNECEDOR-REG
               END-PERFORM.
               CLOSE NOTA-FORNECEDOR.

               IF WS-NOTA-SITUACAO = "L"
                   PERFORM GRAVA-CONTA-PAGAR
                   MOVE "NOTA FORNECEDOR LIBERADA"
                       TO AJ-DESCRICAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-LIBERADA
               ELSE
                   MOVE "NOTA FORNECEDOR RETIDA"
                       TO AJ-DESCRICAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-RETIDA
               END-IF.

           GRAVA-CONTA-PAGAR.
               OPEN EXTEND CONTA-PAGAR.
               IF WS-CP-STATUS = "35"
                   OPEN OUTPUT CONTA-PAGAR
                   CLOSE CONTA-PAGAR
                   OPEN EXTEND CONTA-PAGAR
               END-IF.
               MOVE WS-NOTA-FORNECEDOR  TO CP-FORNECEDOR.
               MOVE WS-NOTA-NUMERO      TO CP-NUMERO-NF.
               MOVE WS-NOTA-EMISSAO     TO CP-DATA-EMISSAO.
               MOVE WS-NOTA-VENCIMENTO  TO CP-DATA-VENCIMENTO.
               MOVE WS-NOTA-TOTAL       TO CP-VALOR-ORIGINAL.
               MOVE ZEROS               TO CP-VALOR-PAGO.
               MOVE ZEROS               TO CP-VALOR-CREDITO.
               MOVE WS-NOTA-TOTAL       TO CP-SALDO.
               MOVE ZEROS               TO CP-DATA-ULTIMO-PAGTO.
               MOVE "A"                 TO CP-STATUS.
               WRITE CONTA-PAGAR-REG.
               CLOSE CONTA-PAGAR.

           APROVACAO.
               PERFORM CARREGA-OPERADOR.
               PERFORM CARREGA-NIVEL-OPERADOR.
               IF WS-NIVEL-OPERADOR < WS-NIVEL-MINIMO-APROVACAO
                   DISPLAY MENSA-SEM-NIVEL AT 0515
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-NOTAS.
               IF WS-TABELA-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA AT 0515
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-NOTAS-ALTERADAS.
               PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                       UNTIL WS-NOTA-IDX > WS-NOTA-QTD
                   MOVE WS-NOTA-GUARDADA (WS-NOTA-IDX)
                       TO NOTA-FORNECEDOR-REG
                   IF NE-RETIDA AND NE-LINHA = 1
                       PERFORM APROVA-UMA-NOTA
                   END-IF
               END-PERFORM.

               IF WS-NOTAS-ALTERADAS = ZEROS
                   DISPLAY MENSA-SEM-RETIDAS
               ELSE
                   PERFORM REGRAVA-NOTAS
               END-IF.

           APROVA-UMA-NOTA.
               MOVE NE-FORNECEDOR      TO WS-NOTA-FORNECEDOR.
               MOVE NE-NUMERO-NF       TO WS-NOTA-NUMERO.
               MOVE NE-DATA-EMISSAO    TO WS-NOTA-EMISSAO.
               MOVE NE-DATA-VENCIMENTO TO WS-NOTA-VENCIMENTO.
               MOVE NE-OPERADOR        TO WS-NOTA-DIGITADOR.
               MOVE ZEROS              TO WS-NOTA-TOTAL.

               DISPLAY SPACE.
               MOVE WS-NOTA-FORNECEDOR TO LNC-FORNECEDOR.
               MOVE WS-NOTA-NUMERO     TO LNC-NUMERO.
               MOVE WS-NOTA-EMISSAO    TO LNC-EMISSAO.
               MOVE WS-NOTA-VENCIMENTO TO LNC-VENCIMENTO.
               MOVE WS-NOTA-DIGITADOR  TO LNC-OPERADOR.
               DISPLAY LINHA-NOTA-CABECALHO.
               DISPLAY LINHA-CABECALHO-NOTA.
               PERFORM VARYING WS-NOTA-IDX2 FROM WS-NOTA-IDX BY 1
                       UNTIL WS-NOTA-IDX2 > WS-NOTA-QTD
                   MOVE WS-NOTA-GUARDADA (WS-NOTA-IDX2)
                       TO NOTA-FORNECEDOR-REG
                   IF NE-FORNECEDOR = WS-NOTA-FORNECEDOR
                           AND NE-NUMERO-NF = WS-NOTA-NUMERO
                           AND NE-RETIDA
                       ADD NE-VALOR-LINHA TO WS-NOTA-TOTAL
                       PERFORM EXIBE-LINHA-NOTA
                   END-IF
               END-PERFORM.
               MOVE WS-NOTA-TOTAL TO LTN-TOTAL.
               DISPLAY LINHA-TOTAL-NOTA.

               IF WS-NOTA-DIGITADOR = WS-OPERADOR
                   DISPLAY MENSA-MESMO-OPERADOR
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-APROVA-DUPLO.
               ACCEPT WS-CONFIRMA.
               EVALUATE WS-CONFIRMA
                   WHEN "S"
                   WHEN "s"
                       MOVE "A" TO WS-NOTA-SITUACAO
                   WHEN "R"
                   WHEN "r"
                       MOVE "X" TO WS-NOTA-SITUACAO
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE.

               PERFORM VARYING WS-NOTA-IDX2 FROM WS-NOTA-IDX BY 1
                       UNTIL WS-NOTA-IDX2 > WS-NOTA-QTD
                   MOVE WS-NOTA-GUARDADA (WS-NOTA-IDX2)
                       TO NOTA-FORNECEDOR-REG
                   IF NE-FORNECEDOR = WS-NOTA-FORNECEDOR
                           AND NE-NUMERO-NF = WS-NOTA-NUMERO
                           AND NE-RETIDA
                       MOVE WS-NOTA-SITUACAO TO NE-SITUACAO
                       MOVE WS-OPERADOR  TO NE-OPERADOR-APROVACAO
                       MOVE WS-DATA-HOJE TO NE-DATA-APROVACAO
                       MOVE NOTA-FORNECEDOR-REG
                           TO WS-NOTA-GUARDADA (WS-NOTA-IDX2)
                   END-IF
               END-PERFORM.
               ADD 1 TO WS-NOTAS-ALTERADAS.

               IF WS-NOTA-SITUACAO = "A"
                   PERFORM GRAVA-CONTA-PAGAR
                   MOVE "NOTA FORNECEDOR APROVADA"
                       TO AJ-DESCRICAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY MENSA-LIBERADA
               ELSE
                   MOVE "NOTA FORNECEDOR RECUSADA"
                       TO AJ-DESCRICAO
                   PERFORM GRAVA-AUDITORIA
               END-IF.

           CARREGA-NOTAS.
               MOVE ZEROS TO WS-NOTA-QTD.
               MOVE "N"   TO WS-TABELA-CHEIA.
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
                           IF WS-NOTA-QTD < 500
                               ADD 1 TO WS-NOTA-QTD
                               MOVE NOTA-FORNECEDOR-REG TO
                                   WS-NOTA-GUARDADA (WS-NOTA-QTD)
                           ELSE
                               MOVE "S" TO WS-TABELA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FORNECEDOR.
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-NOTAS.
               OPEN OUTPUT NOTA-FORNECEDOR.
               PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                       UNTIL WS-NOTA-IDX > WS-NOTA-QTD
                   MOVE WS-NOTA-GUARDADA (WS-NOTA-IDX)
                       TO NOTA-FORNECEDOR-REG
                   WRITE NOTA-FORNECEDOR-REG
               END-PERFORM.
               CLOSE NOTA-FORNECEDOR.

           CARREGA-NIVEL-OPERADOR.
               MOVE ZEROS TO WS-NIVEL-OPERADOR.
               OPEN INPUT OPERADORES.
               IF WS-OP-STATUS NOT = "00"
                   CLOSE OPERADORES
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-OP-FIM.
               PERFORM UNTIL WS-OP-FIM = "S"
                   READ OPERADORES
                       AT END
                           MOVE "S" TO WS-OP-FIM
                       NOT AT END
                           IF OP-ID = WS-OPERADOR AND OP-E-ATIVO
                               MOVE OP-NIVEL TO WS-NIVEL-OPERADOR
                               MOVE "S" TO WS-OP-FIM
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "ENTRADA-NOTA-FORNECEDOR" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "FORN " WS-NOTA-FORNECEDOR " NF "
                   WS-NOTA-NUMERO
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-NOTA-TOTAL     TO AJ-VALOR.
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
