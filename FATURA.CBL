               SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NF-STATUS.
               SELECT CONTA-RECEBER ASSIGN TO "CTAREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CR-STATUS.
               SELECT NOTA-SEQ ASSIGN TO "NFSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NS-STATUS.
               SELECT NOTA-IMPRESSA ASSIGN TO WS-NOME-NOTA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NI-STATUS.
               SELECT ENCOMENDA ASSIGN TO "ENCOMEND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.
               SELECT TAXA-IMPOSTO ASSIGN TO "TAXAIMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TI-STATUS.
               SELECT TABELA-PRECO ASSIGN TO "TABPRECO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TP-STATUS.
               SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OP-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
               SELECT PEDIDO-VENDA ASSIGN TO "PEDVENDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PV-STATUS.
               SELECT PEDIDO-ERROS ASSIGN TO "PEDVERR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PE-STATUS.
               SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RN-STATUS.
               SELECT ORCAMENTO ASSIGN TO "ORCAMENT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OM-CHAVE
                   FILE STATUS IS WS-OM-STATUS.


       DATA DIVISION.
           FD  NOTA-FISCAL.
               COPY "NOTAFISC.CPY".

           FD  CONTA-RECEBER.
               COPY "CTAREC.CPY".

           FD  NOTA-SEQ.
               COPY "NFSEQ.CPY".

           FD  NOTA-IMPRESSA.
           01 NOTA-IMPRESSA-REG       PIC X(80).

           FD  ENCOMENDA.
               COPY "ENCOMEND.CPY".

           FD  TAXA-IMPOSTO.
               COPY "TAXAIMP.CPY".

           FD  TABELA-PRECO.
               COPY "TABPRECO.CPY".

           FD  OPERADORES.
               COPY "OPERREG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  PEDIDO-VENDA.
               COPY "PEDVENDA.CPY".

           FD  PEDIDO-ERROS.
           01 PEDIDO-ERROS-REG.
               02 PE-NUMERO           PIC X(10).
               02 FILLER              PIC X(02).
               02 PE-CLIENTE          PIC 9(04).
               02 FILLER              PIC X(02).
               02 PE-MERCADORIA       PIC X(20).
               02 FILLER              PIC X(02).
               02 PE-QTD              PIC 9(04).
               02 FILLER              PIC X(02).
               02 PE-LOCAL            PIC X(01).
               02 FILLER              PIC X(02).
               02 PE-MOTIVO           PIC X(30).

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  ORCAMENTO.
               COPY "ORCAMENT.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CL-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-NF-STATUS      PIC X(02) VALUE SPACES.
           01 WS-NS-STATUS      PIC X(02) VALUE SPACES.
           01 WS-CR-STATUS      PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS      PIC X(02) VALUE SPACES.
           01 WS-PL-STATUS      PIC X(02) VALUE SPACES.
           01 WS-PA-STATUS      PIC X(02) VALUE SPACES.
           01 WS-PCT-STATUS     PIC X(02) VALUE SPACES.
           01 WS-NI-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-BK-STATUS      PIC X(02) VALUE SPACES.
           01 WS-TI-STATUS      PIC X(02) VALUE SPACES.
           01 WS-TP-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OP-FIM         PIC X(01) VALUE "N".
           01 WS-PV-STATUS      PIC X(02) VALUE SPACES.
           01 WS-PE-STATUS      PIC X(02) VALUE SPACES.
           01 WS-RN-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-PRECO-UNIT     PIC 9(07)V99 VALUE ZEROS.
           01 WS-VALOR-LINHA    PIC 9(09)V99 VALUE ZEROS.
           01 WS-TOTAL-NOTA     PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-PRODUTOS PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-BASE-ICMS PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-ICMS     PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-IPI      PIC 9(10)V99 VALUE ZEROS.
           01 WS-BASE-ICMS      PIC 9(09)V99 VALUE ZEROS.
           01 WS-ALIQ-ICMS      PIC 9(02)V99 VALUE ZEROS.
           01 WS-VALOR-ICMS     PIC 9(09)V99 VALUE ZEROS.
           01 WS-BASE-IPI       PIC 9(09)V99 VALUE ZEROS.
           01 WS-ALIQ-IPI       PIC 9(02)V99 VALUE ZEROS.
           01 WS-VALOR-IPI      PIC 9(09)V99 VALUE ZEROS.
           01 WS-ALIQ-GERAL-ICMS PIC 9(02)V99 VALUE ZEROS.
           01 WS-ALIQ-GERAL-IPI PIC 9(02)V99 VALUE ZEROS.
           01 WS-VIGENCIA-GERAL PIC 9(08) VALUE ZEROS.
           01 WS-ACHOU-ALIQUOTA PIC X(01) VALUE "N".
           01 WS-ALIQUOTAS-CARREGADAS PIC X(01) VALUE "N".

           01 WS-TABELA-ALIQUOTAS.
               02 WS-ALIQ-ITEM OCCURS 50 TIMES.
                   03 WS-AT-CATEGORIA  PIC X(10).
                   03 WS-AT-VIGENCIA   PIC 9(08).
                   03 WS-AT-ICMS       PIC 9(02)V99.
                   03 WS-AT-IPI        PIC 9(02)V99.
           01 WS-ALIQ-QTD       PIC 9(02) VALUE ZEROS.
           01 WS-ALIQ-IDX       PIC 9(02) VALUE ZEROS.
           01 WS-LINHAS-NOTA    PIC 9(03) VALUE ZEROS.
           01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           01 WS-DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
           01 WS-LINHA-VALIDA   PIC X(01) VALUE "S".
           01 WS-LOCAL-VENDA    PIC X(01) VALUE "L".
           01 WS-PL-FIM         PIC X(01) VALUE "N".
           01 WS-ACHOU-PRECO    PIC X(01) VALUE "N".
           01 WS-VIG-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-VIG-PRECOVENDA PIC 9(07)V99 VALUE ZEROS.
           01 WS-ORIGEM-PRECO   PIC X(01) VALUE "M".
           01 WS-CLIENTE-GRUPO  PIC X(06) VALUE SPACES.
           01 WS-TP-FIM         PIC X(01) VALUE "N".
           01 WS-ACHOU-NEGOCIADO PIC X(01) VALUE "N".
           01 WS-NEG-PRECO      PIC 9(07)V99 VALUE ZEROS.
           01 WS-NEG-ORIGEM     PIC X(01) VALUE SPACES.
           01 WS-NEG-ORDEM      PIC X(13) VALUE SPACES.
           01 WS-NEG-CANDIDATA.
               02 WS-NC-PESO        PIC 9(01).
               02 WS-NC-QTD-MINIMA  PIC 9(04).
               02 WS-NC-VIGENCIA    PIC 9(08).
           01 WS-NOME-ARQUIVO   PIC X(30) VALUE SPACES.

           01 WS-TABELA-ARQUIVOS.
           01 WS-ARQ-QTD        PIC 9(02) VALUE ZEROS.
           01 WS-ARQ-IDX        PIC 9(02) VALUE ZEROS.

           01 WS-SALDO-ABERTO   PIC 9(10)V99 VALUE ZEROS.
           01 WS-EXPOSICAO      PIC 9(11)V99 VALUE ZEROS.
           01 WS-VALOR-EXCEDIDO PIC 9(11)V99 VALUE ZEROS.
           01 WS-LIMITE-LIBERADO PIC X(01) VALUE "N".
           01 WS-LIBERA         PIC X(01) VALUE "N".
           01 WS-SUPERVISOR     PIC X(06) VALUE SPACES.
           01 WS-SENHA-SUPERVISOR PIC X(08) VALUE SPACES.
           01 WS-NIVEL-SUPERVISOR PIC 9(01) VALUE ZEROS.
           01 WS-NIVEL-OPERADOR PIC 9(01) VALUE ZEROS.
           01 WS-NIVEL-MINIMO-LIBERACAO PIC 9(01) VALUE 2.
           01 WS-SUPERVISOR-BUSCA PIC X(06) VALUE SPACES.
           01 WS-SENHA-BUSCA    PIC X(08) VALUE SPACES.
           01 WS-CONFERE-SENHA  PIC X(01) VALUE "S".
           01 WS-NIVEL-BUSCA    PIC 9(01) VALUE ZEROS.

           01 WS-QTD-DISPONIVEL PIC 9(04) VALUE ZEROS.
           01 WS-MOV-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-MOV-LOTE       PIC X(10) VALUE SPACES.
           01 WS-MOV-RESULTANTE PIC 9(04) VALUE ZEROS.
           01 WS-PORCAO-IDX     PIC 9(02) VALUE ZEROS.
           01 WS-QTD-FALTA      PIC 9(04) VALUE ZEROS.
           01 WS-REGISTRA-ENCOMENDA PIC X(01) VALUE "N".
           01 WS-MOTIVO-PENDENTE PIC X(30) VALUE SPACES.

           01 WS-TABELA-ENCOMENDAS.
               02 WS-ENC-GUARDADO OCCURS 500 TIMES PIC X(67).
           01 WS-ENC-QTD        PIC 9(03) VALUE ZEROS.
           01 WS-ENC-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-ENC-CHEIA      PIC X(01) VALUE "N".
           01 WS-ENC-ATENDIDAS  PIC 9(04) VALUE ZEROS.
           01 WS-ENC-PENDENTES  PIC 9(04) VALUE ZEROS.

           01 WS-FATURA-PEDIDO  PIC X(01) VALUE "N".
           01 WS-PEDIDO-LOTE    PIC X(01) VALUE "N".
           01 WS-PV-FIM         PIC X(01) VALUE "N".
           01 WS-PEDIDO-ATUAL   PIC X(10) VALUE SPACES.
           01 WS-PEDIDO-ABERTO  PIC X(01) VALUE "N".
           01 WS-MOTIVO-PEDIDO  PIC X(30) VALUE SPACES.
           01 WS-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
           01 WS-PEDIDOS-LIDOS  PIC 9(06) VALUE ZEROS.
           01 WS-PEDIDOS-NOTAS  PIC 9(06) VALUE ZEROS.
           01 WS-PEDIDOS-ACEITOS PIC 9(06) VALUE ZEROS.
           01 WS-PEDIDOS-REJEITADOS PIC 9(06) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.

           01 WS-FATURA-ORCAMENTO PIC X(01) VALUE "N".
           01 WS-NUMERO-ORCAMENTO PIC 9(06) VALUE ZEROS.
           01 WS-PRECO-ORCADO   PIC 9(07)V99 VALUE ZEROS.
           01 WS-ORC-QTD-ITENS  PIC 9(02) VALUE ZEROS.
           01 WS-ORC-IDX        PIC 9(02) VALUE ZEROS.
           01 WS-ORC-FATURADOS  PIC 9(02) VALUE ZEROS.
           01 WS-ORC-PENDENTES  PIC 9(02) VALUE ZEROS.

           01 WS-TOTAL-JORNAL   PIC 9(10)V99 VALUE ZEROS.
           01 WS-LINHAS-JORNAL  PIC 9(06) VALUE ZEROS.

               02 LND-PRECO      PIC ZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LND-VALOR      PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LND-ORIGEM     PIC X(01).
           01 LINHA-NOTA-LOTE.
               02 FILLER         PIC X(09) VALUE "    LOTE ".
               02 LNL-LOTE       PIC X(10).
               02 FILLER         PIC X(06) VALUE "  VAL ".
               02 LNL-VALIDADE   PIC 9(08).
               02 FILLER         PIC X(06) VALUE "  QTD ".
               02 LNL-QTD        PIC ZZZ9.
           01 LINHA-NOTA-IMPOSTO.
               02 FILLER         PIC X(09) VALUE "    ICMS ".
               02 LNI-ALIQ-ICMS  PIC Z9,99.
               02 FILLER         PIC X(05) VALUE "% BC ".
               02 LNI-BASE-ICMS  PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(04) VALUE " VL ".
               02 LNI-VALOR-ICMS PIC ZZZZZZZ9,99.
               02 FILLER         PIC X(06) VALUE "  IPI ".
               02 LNI-ALIQ-IPI   PIC Z9,99.
               02 FILLER         PIC X(05) VALUE "% VL ".
               02 LNI-VALOR-IPI  PIC ZZZZZZ9,99.
           01 LINHA-NOTA-PRODUTOS.
               02 FILLER         PIC X(16) VALUE "TOTAL PRODUTOS:".
               02 LNP-PRODUTOS   PIC ZZZZZZZZZ9,99.
           01 LINHA-NOTA-BASE-ICMS.
               02 FILLER         PIC X(16) VALUE "BASE ICMS:".
               02 LNB-BASE-ICMS  PIC ZZZZZZZZZ9,99.
           01 LINHA-NOTA-ICMS.
               02 FILLER         PIC X(16) VALUE "VALOR ICMS:".
               02 LNS-ICMS       PIC ZZZZZZZZZ9,99.
           01 LINHA-NOTA-IPI.
               02 FILLER         PIC X(16) VALUE "VALOR IPI:".
               02 LNP-IPI        PIC ZZZZZZZZZ9,99.
           01 LINHA-NOTA-TOTAL.
               02 FILLER         PIC X(16) VALUE "TOTAL DA NOTA: ".
               02 LNT-TOTAL      PIC ZZZZZZZZZ9,99.
           01 LINHA-NOTA-VENCIMENTO.
               02 FILLER         PIC X(16) VALUE "VENCIMENTO:    ".
               02 LNV-VENCIMENTO PIC 9(08).

           01 LINHA-JORNAL.
               02 LJ-NUMERO      PIC 9(06).
               02 FILLER   PIC X(28) VALUE "LINHAS FATURADAS:".
               02 LJT-LINHAS        PIC ZZZZZ9.

           01 LINHA-FALTA.
               02 FILLER         PIC X(07) VALUE "FALTAM ".
               02 LF-QTD         PIC ZZZ9.
               02 FILLER         PIC X(35) VALUE
                   " - REGISTRA ENCOMENDA? (S/N):".

           01 LINHA-ENCOMENDA.
               02 LE-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LE-CLIENTE     PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LE-MERCADORIA  PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LE-QTD         PIC ZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LE-SITUACAO    PIC X(30).
           01 LINHA-ENCOMENDA-ATENDIDAS.
               02 FILLER   PIC X(28) VALUE "ENCOMENDAS FATURADAS:".
               02 LEA-QTD           PIC ZZZ9.
           01 LINHA-ENCOMENDA-PENDENTES.
               02 FILLER   PIC X(28) VALUE "ENCOMENDAS PENDENTES:".
               02 LEP-QTD           PIC ZZZ9.

           01 LINHA-PEDIDO.
               02 LP-NUMERO-NOTA PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-PEDIDO      PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-CLIENTE     PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-LINHAS      PIC ZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-TOTAL       PIC ZZZZZZZZZ9,99.
           01 LINHA-PEDIDO-LIDOS.
               02 FILLER   PIC X(28) VALUE "REGISTROS DE PEDIDO LIDOS:".
               02 LPL-QTD           PIC ZZZZZ9.
           01 LINHA-PEDIDO-ACEITOS.
               02 FILLER   PIC X(28) VALUE "REGISTROS ACEITOS:".
               02 LPA-QTD           PIC ZZZZZ9.
           01 LINHA-PEDIDO-REJEITADOS.
               02 FILLER   PIC X(28) VALUE "REGISTROS REJEITADOS:".
               02 LPR-QTD           PIC ZZZZZ9.
           01 LINHA-PEDIDO-NOTAS.
               02 FILLER   PIC X(28) VALUE "NOTAS FISCAIS EMITIDAS:".
               02 LPN-QTD           PIC ZZZZZ9.

           01 LINHA-ORCAMENTO-PENDENTE.
               02 FILLER         PIC X(19) VALUE "ITEM NAO FATURADO: ".
               02 LOP-MERCADORIA PIC X(20).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LOP-MOTIVO     PIC X(30).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (V-VENDA/J-JORNAL/E-ENCOM/P-PEDIDO/O-ORCAM): ".
               02 MENSA-ORCAMENTO PIC X(50) VALUE
                   "DIGITE O NUMERO DO ORCAMENTO: ".
               02 MENSA-ORCAMENTO-INEXISTENTE PIC X(50) VALUE
                   "ORCAMENTO NAO CADASTRADO".
               02 MENSA-ORCAMENTO-FATURADO PIC X(50) VALUE
                   "ORCAMENTO JA FATURADO".
               02 MENSA-ORCAMENTO-VENCIDO PIC X(50) VALUE
                   "ORCAMENTO COM VALIDADE VENCIDA".
               02 MENSA-ORCAMENTO-PARCIAL PIC X(50) VALUE
                   "ORCAMENTO COM ITENS PENDENTES - PERMANECE ABERTO".
               02 MENSA-CLIENTE PIC X(50) VALUE
                   "DIGITE O CODIGO DO CLIENTE: ".
               02 MENSA-CLIENTE-INVALIDO PIC X(50) VALUE
                   "LOCAL DE SAIDA (L-LOJA/D-DEPOSITO): ".
               02 MENSA-SALDO-LOCAL PIC X(50) VALUE
                   "SALDO INSUFICIENTE NO LOCAL".
               02 MENSA-ENCOMENDA-REGISTRADA PIC X(50) VALUE
                   "ENCOMENDA REGISTRADA PARA A FALTA".
               02 MENSA-CREDITO-BLOQUEADO PIC X(50) VALUE
                   "CLIENTE COM CREDITO BLOQUEADO".
               02 MENSA-LIMITE-EXCEDIDO PIC X(50) VALUE
                   "LIMITE DE CREDITO EXCEDIDO - LIBERAR? (S/N): ".
               02 MENSA-SUPERVISOR PIC X(50) VALUE
                   "ID DO SUPERVISOR: ".
               02 MENSA-SENHA-SUPERVISOR PIC X(50) VALUE
                   "SENHA DO SUPERVISOR: ".
               02 MENSA-LIBERACAO-NEGADA PIC X(50) VALUE
                   "LIBERACAO NEGADA - LINHA NAO FATURADA".
               02 MENSA-SEM-LINHAS PIC X(50) VALUE
                   "NENHUMA LINHA FATURADA - NOTA NAO GERADA".
               02 MENSA-NOTA-GERADA PIC X(50) VALUE

           COPY "TRAVCTL.CPY".

           COPY "PERCTL.CPY".

           COPY "SERVDATA.CPY".

           COPY "LOTESERV.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MERCMST.DAT EM USO POR OUTRO PROCESSO".
           01 MENSA-CTAREC-TRAVADO PIC X(50) VALUE
               "CTAREC.DAT EM USO POR OUTRO PROCESSO".
           01 MENSA-PERIODO-FECHADO PIC X(50) VALUE
               "MES FECHADO - LANCAMENTO NAO PERMITIDO".


       SCREEN SECTION.
                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0365.

                IF WS-MODO = "J" OR WS-MODO = "j"
                    PERFORM JORNAL-DIARIO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                MOVE "V" TO CM-FUNCAO.
                MOVE WS-DATA-HOJE TO CM-DATA.
                CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
                IF CM-MES-FECHADO
                    DISPLAY MENSA-PERIODO-FECHADO AT 0415
                    MOVE 8 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.

                MOVE "MERCMST.DAT" TO CT-ARQUIVO.
                MOVE "FATURAMENTO-DE-VENDA" TO CT-PROGRAMA.
                MOVE "T" TO CT-TIPO.
                IF WS-MODO = "E" OR WS-MODO = "e"
                    MOVE "B" TO CT-TIPO
                END-IF.
                IF WS-MODO = "P" OR WS-MODO = "p"
                    MOVE "B" TO CT-TIPO
                END-IF.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                IF CT-HA-CONFLITO
                    DISPLAY MENSA-ARQUIVO-TRAVADO AT 0415
                    DISPLAY CT-PROGRAMA-CONFLITO AT 0515
                    MOVE 12 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "CTAREC.DAT" TO CT-ARQUIVO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                IF CT-HA-CONFLITO
                    DISPLAY MENSA-CTAREC-TRAVADO AT 0415
                    DISPLAY CT-PROGRAMA-CONFLITO AT 0515
                    MOVE 12 TO WS-CODIGO-RETORNO
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "R" TO CT-FUNCAO.
                MOVE "MERCMST.DAT" TO CT-ARQUIVO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE "CTAREC.DAT" TO CT-ARQUIVO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

                EVALUATE TRUE
                    WHEN WS-MODO = "E" OR WS-MODO = "e"
                        PERFORM ATENDE-ENCOMENDAS
                    WHEN WS-MODO = "P" OR WS-MODO = "p"
                        PERFORM IMPORTA-PEDIDOS
                    WHEN WS-MODO = "O" OR WS-MODO = "o"
                        PERFORM FATURA-ORCAMENTO
                    WHEN OTHER
                        PERFORM VENDA
                END-EVALUATE.

                MOVE "L" TO CT-FUNCAO.
                MOVE "MERCMST.DAT" TO CT-ARQUIVO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE "CTAREC.DAT" TO CT-ARQUIVO.
                CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                STOP RUN.

           VENDA.
                   CLOSE CLIENTE-MASTER
                   EXIT PARAGRAPH
               END-IF.
               IF CLI-CREDITO-BLOQUEADO
                   DISPLAY MENSA-CREDITO-BLOQUEADO AT 0715
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   EXIT PARAGRAPH
               END-IF.
               IF CLI-LIMITE-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
               END-IF.
               MOVE CLI-GRUPO-PRECO TO WS-CLIENTE-GRUPO.
               IF WS-CLIENTE-GRUPO = LOW-VALUES
                   MOVE SPACES TO WS-CLIENTE-GRUPO
               END-IF.
               PERFORM CARREGA-SALDO-ABERTO.

               OPEN EXTEND NOTA-FISCAL.
               IF WS-NF-STATUS = "35"
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.

               PERFORM ABRE-NOTA-IMPRESSA.

               DISPLAY MENSA-MERCADORIA AT 0915.
               ACCEPT WS-MERCADORIA AT 0955.
                   ACCEPT WS-MERCADORIA AT 0955
               END-PERFORM.

               PERFORM FECHA-NOTA-IMPRESSA.
               CLOSE NOTA-FISCAL.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.
               CLOSE CLIENTE-MASTER.

               IF WS-LINHAS-NOTA = ZEROS
                   DISPLAY MENSA-SEM-LINHAS AT 2015
               ELSE
                   PERFORM GRAVA-CONTA-RECEBER
                   PERFORM GRAVA-AUDITORIA
                   IF WS-LIMITE-LIBERADO = "S"
                       PERFORM GRAVA-AUDITORIA-LIBERACAO
                   END-IF
                   DISPLAY MENSA-NOTA-GERADA AT 2015
                   DISPLAY WS-NOME-NOTA AT 2036
               END-IF.

           FATURA-ORCAMENTO.
               OPEN I-O ORCAMENTO.
               IF WS-OM-STATUS NOT = "00"
                   DISPLAY "NENHUM ORCAMENTO EMITIDO" AT 0415
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-ORCAMENTO AT 0515.
               ACCEPT WS-NUMERO-ORCAMENTO AT 0545.
               MOVE WS-NUMERO-ORCAMENTO TO OM-NUMERO.
               MOVE ZEROS TO OM-ITEM.
               READ ORCAMENTO
                   INVALID KEY
                       DISPLAY MENSA-ORCAMENTO-INEXISTENTE AT 0715
                       CLOSE ORCAMENTO
                       EXIT PARAGRAPH
               END-READ.
               IF OM-FATURADO
                   DISPLAY MENSA-ORCAMENTO-FATURADO AT 0715
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.
               IF OM-DATA-VALIDADE < WS-DATA-HOJE
                   DISPLAY MENSA-ORCAMENTO-VENCIDO AT 0715
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.
               MOVE OM-QTD-ITENS TO WS-ORC-QTD-ITENS.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA" AT 0415
                   CLOSE MERC-MASTER
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.

               OPEN INPUT CLIENTE-MASTER.
               IF WS-CL-STATUS NOT = "00" AND WS-CL-STATUS NOT = "05"
                   DISPLAY "NENHUM CLIENTE CADASTRADO" AT 0415
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-CLIENTE AT 0615.
               ACCEPT WS-CLIENTE-CODIGO AT 0645.
               MOVE WS-CLIENTE-CODIGO TO CLI-CODIGO.
               READ CLIENTE-MASTER
                   INVALID KEY
                       DISPLAY MENSA-CLIENTE-INVALIDO AT 0715
                       CLOSE MERC-MASTER
                       CLOSE CLIENTE-MASTER
                       CLOSE ORCAMENTO
                       EXIT PARAGRAPH
               END-READ.
               IF NOT CLI-E-ATIVO
                   DISPLAY MENSA-CLIENTE-INVALIDO AT 0715
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.
               IF CLI-CREDITO-BLOQUEADO
                   DISPLAY MENSA-CREDITO-BLOQUEADO AT 0715
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   CLOSE ORCAMENTO
                   EXIT PARAGRAPH
               END-IF.
               IF CLI-LIMITE-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
               END-IF.
               MOVE CLI-GRUPO-PRECO TO WS-CLIENTE-GRUPO.
               IF WS-CLIENTE-GRUPO = LOW-VALUES
                   MOVE SPACES TO WS-CLIENTE-GRUPO
               END-IF.
               PERFORM CARREGA-SALDO-ABERTO.

               DISPLAY MENSA-LOCAL AT 0815.
               ACCEPT WS-LOCAL-VENDA AT 0852.

               OPEN EXTEND NOTA-FISCAL.
               IF WS-NF-STATUS = "35"
                   OPEN OUTPUT NOTA-FISCAL
                   CLOSE NOTA-FISCAL
                   OPEN EXTEND NOTA-FISCAL
               END-IF.

               OPEN EXTEND MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVIMENTO-HISTORICO
                   CLOSE MOVIMENTO-HISTORICO
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.

               MOVE "S" TO WS-FATURA-PEDIDO.
               MOVE "S" TO WS-FATURA-ORCAMENTO.
               MOVE ZEROS TO WS-ORC-FATURADOS.
               MOVE ZEROS TO WS-ORC-PENDENTES.
               PERFORM VARYING WS-ORC-IDX FROM 1 BY 1
                       UNTIL WS-ORC-IDX > WS-ORC-QTD-ITENS
                   PERFORM FATURA-ITEM-ORCAMENTO
               END-PERFORM.

               IF WS-LINHAS-NOTA > ZEROS
                   PERFORM FECHA-NOTA-IMPRESSA
                   MOVE WS-NUMERO-ORCAMENTO TO OM-NUMERO
                   MOVE ZEROS TO OM-ITEM
                   READ ORCAMENTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-ORC-PENDENTES = ZEROS
                               MOVE "F" TO OM-SITUACAO
                           END-IF
                           MOVE WS-CLIENTE-CODIGO TO OM-CLIENTE
                           MOVE WS-NUMERO-NOTA    TO OM-NOTA
                           MOVE WS-DATA-HOJE      TO OM-DATA-FATURAMENTO
                           REWRITE ORCAMENTO-REG
                   END-READ
               END-IF.

               CLOSE ORCAMENTO.
               CLOSE NOTA-FISCAL.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.
               IF WS-LINHAS-NOTA = ZEROS
                   DISPLAY MENSA-SEM-LINHAS AT 2015
               ELSE
                   PERFORM GRAVA-CONTA-RECEBER
                   PERFORM GRAVA-AUDITORIA
                   PERFORM GRAVA-AUDITORIA-ORCAMENTO
                   IF WS-LIMITE-LIBERADO = "S"
                       PERFORM GRAVA-AUDITORIA-LIBERACAO
                   END-IF
                   DISPLAY MENSA-NOTA-GERADA AT 2015
                   DISPLAY WS-NOME-NOTA AT 2036
               END-IF.
               IF WS-ORC-PENDENTES > ZEROS
                   DISPLAY MENSA-ORCAMENTO-PARCIAL AT 2115
               END-IF.

           FATURA-ITEM-ORCAMENTO.
               MOVE WS-NUMERO-ORCAMENTO TO OM-NUMERO.
               MOVE WS-ORC-IDX TO OM-ITEM.
               READ ORCAMENTO
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF OM-ITEM-FATURADO
                   EXIT PARAGRAPH
               END-IF.
               MOVE OM-MERCADORIA TO WS-MERCADORIA.
               MOVE OM-QTD        TO WS-QTD-VENDA.
               MOVE OM-PRECO-UNIT TO WS-PRECO-ORCADO.
               PERFORM FATURA-UMA-LINHA.
               IF WS-LINHA-VALIDA = "N"
                   ADD 1 TO WS-ORC-PENDENTES
                   MOVE WS-MERCADORIA      TO LOP-MERCADORIA
                   MOVE WS-MOTIVO-REJEICAO TO LOP-MOTIVO
                   DISPLAY LINHA-ORCAMENTO-PENDENTE AT 1315
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-ORC-FATURADOS.
               MOVE "F"            TO OM-ITEM-SITUACAO.
               MOVE WS-NUMERO-NOTA TO OM-ITEM-NOTA.
               REWRITE ORCAMENTO-REG.

           FATURA-UMA-LINHA.
               MOVE "S" TO WS-LINHA-VALIDA.
               MOVE SPACES TO WS-MOTIVO-REJEICAO.
               IF WS-FATURA-PEDIDO = "N"
                   MOVE ZEROS TO WS-QTD-VENDA
                   DISPLAY MENSA-QTD AT 1115
                   ACCEPT WS-QTD-VENDA AT 1135
               END-IF.
               IF WS-QTD-VENDA NOT > ZEROS
                   MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO-REJEICAO
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-MERCADORIA TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "MERCADORIA NAO CADASTRADA"
                           TO WS-MOTIVO-REJEICAO
                       MOVE "N" TO WS-LINHA-VALIDA
               END-READ.
               IF WS-LINHA-VALIDA = "N"
                   IF WS-FATURA-PEDIDO = "N"
                       DISPLAY MENSA-MERC-INEXISTENTE AT 1315
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

               PERFORM NORMALIZA-LOCAIS.

               IF WS-FATURA-PEDIDO = "N"
                   DISPLAY MENSA-LOCAL AT 1215
                   ACCEPT WS-LOCAL-VENDA AT 1252
               END-IF.
               IF WS-LOCAL-VENDA = "d"
                   MOVE "D" TO WS-LOCAL-VENDA
               END-IF.
               IF WS-LOCAL-VENDA = "l" OR WS-LOCAL-VENDA = SPACE
                   MOVE "L" TO WS-LOCAL-VENDA
               END-IF.
               IF WS-LOCAL-VENDA NOT = "D" AND WS-LOCAL-VENDA NOT = "L"
                   IF WS-FATURA-PEDIDO = "S"
                       MOVE "LOCAL DE SAIDA INVALIDO"
                           TO WS-MOTIVO-REJEICAO
                       MOVE "N" TO WS-LINHA-VALIDA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "L" TO WS-LOCAL-VENDA
               END-IF.

               PERFORM CALCULA-DISPONIVEL.
               IF WS-QTD-VENDA > WS-QTD-DISPONIVEL
                       AND WS-FATURA-PEDIDO = "S"
                   IF WS-QTD-VENDA > MM-QTD
                       MOVE "SALDO INSUFICIENTE"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE "SALDO INSUFICIENTE NO LOCAL"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTD-VENDA > WS-QTD-DISPONIVEL
                   IF WS-QTD-VENDA > MM-QTD
                       DISPLAY MENSA-SALDO-INSUFICIENTE AT 1315
                   ELSE
                       DISPLAY MENSA-SALDO-LOCAL AT 1315
                   END-IF
                   PERFORM OFERECE-ENCOMENDA
                   IF WS-QTD-VENDA = ZEROS
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               PERFORM CALCULA-PRECO-LINHA.

               PERFORM VERIFICA-LIMITE-CREDITO.
               IF WS-LINHA-VALIDA = "N"
                   EXIT PARAGRAPH
               END-IF.

               IF WS-NUMERO-NOTA = ZEROS
                   PERFORM ABRE-NOTA-IMPRESSA
               END-IF.
               PERFORM EFETIVA-LINHA.
               IF WS-FATURA-PEDIDO = "N"
                   DISPLAY LINHA-NOTA-DETALHE AT 1515
               END-IF.

           NORMALIZA-LOCAIS.
               IF MM-QTD-LOJA NOT NUMERIC
                   MOVE ZEROS TO MM-QTD-LOJA
               END-IF.
                   MOVE MM-QTD TO MM-QTD-LOJA
               END-IF.

           CALCULA-DISPONIVEL.
               IF WS-LOCAL-VENDA = "D"
                   MOVE MM-QTD-DEPOSITO TO WS-QTD-DISPONIVEL
               ELSE
                   MOVE MM-QTD-LOJA TO WS-QTD-DISPONIVEL
               END-IF.
               IF WS-QTD-DISPONIVEL > MM-QTD
                   MOVE MM-QTD TO WS-QTD-DISPONIVEL
               END-IF.
               MOVE "S"            TO LS-FUNCAO.
               MOVE WS-MERCADORIA  TO LS-MERCADORIA.
               MOVE WS-LOCAL-VENDA TO LS-LOCAL.
               MOVE WS-DATA-HOJE   TO LS-DATA-REFERENCIA.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               IF LS-QTD-VENCIDA > ZEROS
                   IF LS-QTD-VENCIDA < WS-QTD-DISPONIVEL
                       SUBTRACT LS-QTD-VENCIDA FROM WS-QTD-DISPONIVEL
                   ELSE
                       MOVE ZEROS TO WS-QTD-DISPONIVEL
                   END-IF
               END-IF.

           OFERECE-ENCOMENDA.
               COMPUTE WS-QTD-FALTA = WS-QTD-VENDA - WS-QTD-DISPONIVEL.
               MOVE WS-QTD-FALTA TO LF-QTD.
               MOVE "N" TO WS-REGISTRA-ENCOMENDA.
               DISPLAY LINHA-FALTA AT 1415.
               ACCEPT WS-REGISTRA-ENCOMENDA AT 1461.
               IF WS-REGISTRA-ENCOMENDA NOT = "S"
                       AND WS-REGISTRA-ENCOMENDA NOT = "s"
                   MOVE ZEROS TO WS-QTD-VENDA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM GRAVA-ENCOMENDA.
               DISPLAY MENSA-ENCOMENDA-REGISTRADA AT 1315.
               MOVE WS-QTD-DISPONIVEL TO WS-QTD-VENDA.

           GRAVA-ENCOMENDA.
               PERFORM CARREGA-OPERADOR.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               OPEN EXTEND ENCOMENDA.
               IF WS-BK-STATUS = "35"
                   OPEN OUTPUT ENCOMENDA
                   CLOSE ENCOMENDA
                   OPEN EXTEND ENCOMENDA
               END-IF.
               MOVE WS-CLIENTE-CODIGO TO BK-CLIENTE.
               MOVE WS-MERCADORIA     TO BK-MERCADORIA.
               MOVE WS-QTD-FALTA      TO BK-QTD.
               MOVE ZEROS             TO BK-QTD-ATENDIDA.
               MOVE WS-DATA-HOJE      TO BK-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO BK-HORA.
               MOVE "A"               TO BK-STATUS.
               MOVE ZEROS             TO BK-NF-NUMERO.
               MOVE ZEROS             TO BK-DATA-ATENDIMENTO.
               MOVE WS-OPERADOR       TO BK-OPERADOR.
               WRITE ENCOMENDA-REG.
               CLOSE ENCOMENDA.

           CALCULA-PRECO-LINHA.
               IF WS-FATURA-ORCAMENTO = "S"
                   MOVE WS-PRECO-ORCADO TO WS-PRECO-UNIT
                   MOVE "O" TO WS-ORIGEM-PRECO
               ELSE
                   PERFORM CARREGA-PRECO-NEGOCIADO
                   IF WS-ACHOU-NEGOCIADO = "S"
                       MOVE WS-NEG-PRECO  TO WS-PRECO-UNIT
                       MOVE WS-NEG-ORIGEM TO WS-ORIGEM-PRECO
                   ELSE
                       PERFORM CALCULA-PRECO-CORRENTE
                   END-IF
               END-IF.
               COMPUTE WS-VALOR-LINHA ROUNDED =
                   WS-QTD-VENDA * WS-PRECO-UNIT.
               PERFORM CALCULA-IMPOSTOS.

           CALCULA-PRECO-CORRENTE.
               PERFORM CARREGA-PRECO-VIGENTE.
               IF WS-ACHOU-PRECO = "S"
                   MOVE "V" TO WS-ORIGEM-PRECO
                   COMPUTE WS-PRECO-UNIT ROUNDED =
                       WS-VIG-PRECOVENDA / WS-VIG-QTD
               ELSE
                   MOVE "M" TO WS-ORIGEM-PRECO
                   IF MM-QTD > ZEROS
                       COMPUTE WS-PRECO-UNIT ROUNDED =
                           MM-PRECOVENDA / MM-QTD
                       MOVE MM-PRECOVENDA TO WS-PRECO-UNIT
                   END-IF
               END-IF.

           CARREGA-PRECO-NEGOCIADO.
               MOVE "N"    TO WS-ACHOU-NEGOCIADO.
               MOVE ZEROS  TO WS-NEG-PRECO.
               MOVE SPACES TO WS-NEG-ORIGEM.
               MOVE SPACES TO WS-NEG-ORDEM.
               OPEN INPUT TABELA-PRECO.
               IF WS-TP-STATUS NOT = "00"
                   CLOSE TABELA-PRECO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-TP-FIM.
               PERFORM UNTIL WS-TP-FIM = "S"
                   READ TABELA-PRECO
                       AT END
                           MOVE "S" TO WS-TP-FIM
                       NOT AT END
                           IF TP-MERCADORIA = WS-MERCADORIA
                               PERFORM AVALIA-PRECO-NEGOCIADO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE TABELA-PRECO.

           AVALIA-PRECO-NEGOCIADO.
               IF TP-DATA-VIGENCIA > WS-DATA-HOJE
                   EXIT PARAGRAPH
               END-IF.
               IF TP-DATA-FIM NOT = ZEROS
                       AND TP-DATA-FIM < WS-DATA-HOJE
                   EXIT PARAGRAPH
               END-IF.
               IF TP-QTD-MINIMA > WS-QTD-VENDA
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE TRUE
                   WHEN TP-POR-CLIENTE
                           AND TP-CLIENTE = WS-CLIENTE-CODIGO
                       MOVE 2 TO WS-NC-PESO
                   WHEN TP-POR-GRUPO
                           AND WS-CLIENTE-GRUPO NOT = SPACES
                           AND TP-GRUPO = WS-CLIENTE-GRUPO
                       MOVE 1 TO WS-NC-PESO
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE.
               MOVE TP-QTD-MINIMA    TO WS-NC-QTD-MINIMA.
               MOVE TP-DATA-VIGENCIA TO WS-NC-VIGENCIA.
               IF WS-NEG-CANDIDATA NOT < WS-NEG-ORDEM
                   MOVE WS-NEG-CANDIDATA TO WS-NEG-ORDEM
                   MOVE TP-PRECO TO WS-NEG-PRECO
                   MOVE TP-TIPO  TO WS-NEG-ORIGEM
                   MOVE "S" TO WS-ACHOU-NEGOCIADO
               END-IF.

           EFETIVA-LINHA.
               SUBTRACT WS-QTD-VENDA FROM MM-QTD.
               IF WS-LOCAL-VENDA = "D"
                   SUBTRACT WS-QTD-VENDA FROM MM-QTD-DEPOSITO
               END-IF.
               REWRITE MERC-MASTER-REG.

               PERFORM BAIXA-LOTES.
               PERFORM GRAVA-NOTA-FISCAL.

               ADD 1 TO WS-LINHAS-NOTA.
               ADD WS-VALOR-LINHA TO WS-TOTAL-PRODUTOS.
               ADD WS-BASE-ICMS   TO WS-TOTAL-BASE-ICMS.
               ADD WS-VALOR-ICMS  TO WS-TOTAL-ICMS.
               ADD WS-VALOR-IPI   TO WS-TOTAL-IPI.
               COMPUTE WS-TOTAL-NOTA =
                   WS-TOTAL-NOTA + WS-VALOR-LINHA + WS-VALOR-IPI.

               MOVE WS-MERCADORIA  TO LND-MERCADORIA.
               MOVE WS-QTD-VENDA   TO LND-QTD.
               MOVE WS-PRECO-UNIT  TO LND-PRECO.
               MOVE WS-VALOR-LINHA TO LND-VALOR.
               MOVE WS-ORIGEM-PRECO TO LND-ORIGEM.
               MOVE LINHA-NOTA-DETALHE TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE WS-ALIQ-ICMS   TO LNI-ALIQ-ICMS.
               MOVE WS-BASE-ICMS   TO LNI-BASE-ICMS.
               MOVE WS-VALOR-ICMS  TO LNI-VALOR-ICMS.
               MOVE WS-ALIQ-IPI    TO LNI-ALIQ-IPI.
               MOVE WS-VALOR-IPI   TO LNI-VALOR-IPI.
               MOVE LINHA-NOTA-IMPOSTO TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               PERFORM VARYING WS-PORCAO-IDX FROM 1 BY 1
                       UNTIL WS-PORCAO-IDX > LS-PORCOES-QTD
                   MOVE LS-P-LOTE (WS-PORCAO-IDX)     TO LNL-LOTE
                   MOVE LS-P-VALIDADE (WS-PORCAO-IDX) TO LNL-VALIDADE
                   MOVE LS-P-QTD (WS-PORCAO-IDX)      TO LNL-QTD
                   MOVE LINHA-NOTA-LOTE TO NOTA-IMPRESSA-REG
                   WRITE NOTA-IMPRESSA-REG
               END-PERFORM.

           BAIXA-LOTES.
               MOVE "B"            TO LS-FUNCAO.
               MOVE WS-MERCADORIA  TO LS-MERCADORIA.
               MOVE WS-LOCAL-VENDA TO LS-LOCAL.
               MOVE WS-QTD-VENDA   TO LS-QTD.
               MOVE WS-DATA-HOJE   TO LS-DATA-REFERENCIA.
               CALL "SERVICO-DE-LOTES" USING SERVICO-LOTES-AREA.
               COMPUTE WS-MOV-RESULTANTE = MM-QTD + WS-QTD-VENDA.
               PERFORM VARYING WS-PORCAO-IDX FROM 1 BY 1
                       UNTIL WS-PORCAO-IDX > LS-PORCOES-QTD
                   MOVE LS-P-QTD (WS-PORCAO-IDX)  TO WS-MOV-QTD
                   MOVE LS-P-LOTE (WS-PORCAO-IDX) TO WS-MOV-LOTE
                   SUBTRACT WS-MOV-QTD FROM WS-MOV-RESULTANTE
                   PERFORM GRAVA-MOVIMENTO
               END-PERFORM.
               IF LS-QTD-SEM-LOTE > ZEROS
                   MOVE LS-QTD-SEM-LOTE TO WS-MOV-QTD
                   MOVE SPACES          TO WS-MOV-LOTE
                   SUBTRACT WS-MOV-QTD FROM WS-MOV-RESULTANTE
                   PERFORM GRAVA-MOVIMENTO
               END-IF.

           ABRE-NOTA-IMPRESSA.
               PERFORM OBTEM-PROXIMO-NUMERO.
               MOVE SPACES TO WS-NOME-NOTA.
               STRING "NOTA-" WS-NUMERO-NOTA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-NOTA.
               OPEN OUTPUT NOTA-IMPRESSA.

               MOVE WS-NUMERO-NOTA TO LNC-NUMERO.
               MOVE WS-DATA-HOJE   TO LNC-DATA.
               MOVE LINHA-NOTA-CABEC TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE CLI-CODIGO TO LNCL-CODIGO.
               MOVE CLI-NOME   TO LNCL-NOME.
               MOVE LINHA-NOTA-CLIENTE TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE SPACES TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.

           FECHA-NOTA-IMPRESSA.
               MOVE WS-TOTAL-NOTA TO LNT-TOTAL.
               MOVE SPACES TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE WS-TOTAL-PRODUTOS  TO LNP-PRODUTOS.
               MOVE LINHA-NOTA-PRODUTOS TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE WS-TOTAL-BASE-ICMS TO LNB-BASE-ICMS.
               MOVE LINHA-NOTA-BASE-ICMS TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE WS-TOTAL-ICMS      TO LNS-ICMS.
               MOVE LINHA-NOTA-ICMS TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE WS-TOTAL-IPI       TO LNP-IPI.
               MOVE LINHA-NOTA-IPI TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               MOVE LINHA-NOTA-TOTAL TO NOTA-IMPRESSA-REG.
               WRITE NOTA-IMPRESSA-REG.
               IF WS-LINHAS-NOTA > ZEROS
                   PERFORM CALCULA-VENCIMENTO
                   MOVE WS-DATA-VENCIMENTO TO LNV-VENCIMENTO
                   MOVE LINHA-NOTA-VENCIMENTO TO NOTA-IMPRESSA-REG
                   WRITE NOTA-IMPRESSA-REG
               END-IF.

               CLOSE NOTA-IMPRESSA.

           CALCULA-IMPOSTOS.
               PERFORM CARREGA-ALIQUOTAS.
               MOVE "N" TO WS-ACHOU-ALIQUOTA.
               MOVE ZEROS TO WS-ALIQ-ICMS.
               MOVE ZEROS TO WS-ALIQ-IPI.
               IF MM-CATEGORIA NOT = SPACES
                   PERFORM VARYING WS-ALIQ-IDX FROM 1 BY 1
                           UNTIL WS-ALIQ-IDX > WS-ALIQ-QTD
                              OR WS-ACHOU-ALIQUOTA = "S"
                       IF WS-AT-CATEGORIA (WS-ALIQ-IDX) = MM-CATEGORIA
                           MOVE "S" TO WS-ACHOU-ALIQUOTA
                           MOVE WS-AT-ICMS (WS-ALIQ-IDX)
                               TO WS-ALIQ-ICMS
                           MOVE WS-AT-IPI (WS-ALIQ-IDX)
                               TO WS-ALIQ-IPI
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-ACHOU-ALIQUOTA = "N"
                   MOVE WS-ALIQ-GERAL-ICMS TO WS-ALIQ-ICMS
                   MOVE WS-ALIQ-GERAL-IPI  TO WS-ALIQ-IPI
               END-IF.
               MOVE WS-VALOR-LINHA TO WS-BASE-ICMS.
               MOVE WS-VALOR-LINHA TO WS-BASE-IPI.
               COMPUTE WS-VALOR-ICMS ROUNDED =
                   WS-BASE-ICMS * WS-ALIQ-ICMS / 100.
               COMPUTE WS-VALOR-IPI ROUNDED =
                   WS-BASE-IPI * WS-ALIQ-IPI / 100.

           CARREGA-ALIQUOTAS.
               IF WS-ALIQUOTAS-CARREGADAS = "S"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "S" TO WS-ALIQUOTAS-CARREGADAS.
               MOVE ZEROS TO WS-ALIQ-QTD.
               OPEN INPUT TAXA-IMPOSTO.
               IF WS-TI-STATUS NOT = "00"
                   CLOSE TAXA-IMPOSTO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-CATALOGO.
               PERFORM UNTIL WS-FIM-CATALOGO = "S"
                   READ TAXA-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-CATALOGO
                       NOT AT END
                           IF TI-DATA-VIGENCIA <= WS-DATA-HOJE
                               PERFORM GUARDA-ALIQUOTA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE TAXA-IMPOSTO.

           GUARDA-ALIQUOTA.
               IF TI-CATEGORIA = SPACES OR TI-CATEGORIA = "GERAL"
                   IF TI-DATA-VIGENCIA >= WS-VIGENCIA-GERAL
                       MOVE TI-DATA-VIGENCIA TO WS-VIGENCIA-GERAL
                       MOVE TI-ALIQ-ICMS     TO WS-ALIQ-GERAL-ICMS
                       MOVE TI-ALIQ-IPI      TO WS-ALIQ-GERAL-IPI
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-ACHOU-ALIQUOTA.
               PERFORM VARYING WS-ALIQ-IDX FROM 1 BY 1
                       UNTIL WS-ALIQ-IDX > WS-ALIQ-QTD
                          OR WS-ACHOU-ALIQUOTA = "S"
                   IF WS-AT-CATEGORIA (WS-ALIQ-IDX) = TI-CATEGORIA
                       MOVE "S" TO WS-ACHOU-ALIQUOTA
                   END-IF
               END-PERFORM.
               IF WS-ACHOU-ALIQUOTA = "S"
                   SUBTRACT 1 FROM WS-ALIQ-IDX
                   IF TI-DATA-VIGENCIA >= WS-AT-VIGENCIA (WS-ALIQ-IDX)
                       MOVE TI-DATA-VIGENCIA
                           TO WS-AT-VIGENCIA (WS-ALIQ-IDX)
                       MOVE TI-ALIQ-ICMS TO WS-AT-ICMS (WS-ALIQ-IDX)
                       MOVE TI-ALIQ-IPI  TO WS-AT-IPI (WS-ALIQ-IDX)
                   END-IF
               ELSE
                   IF WS-ALIQ-QTD < 50
                       ADD 1 TO WS-ALIQ-QTD
                       MOVE TI-CATEGORIA
                           TO WS-AT-CATEGORIA (WS-ALIQ-QTD)
                       MOVE TI-DATA-VIGENCIA
                           TO WS-AT-VIGENCIA (WS-ALIQ-QTD)
                       MOVE TI-ALIQ-ICMS TO WS-AT-ICMS (WS-ALIQ-QTD)
                       MOVE TI-ALIQ-IPI  TO WS-AT-IPI (WS-ALIQ-QTD)
                   END-IF
               END-IF.

           GRAVA-MOVIMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE WS-MERCADORIA  TO MV-MERCADORIA.
               MOVE ANO            TO MV-ANO.
               MOVE MES            TO MV-MES.
               MOVE DIA            TO MV-DIA.
               MOVE WS-HH          TO MV-HH.
               MOVE WS-MN          TO MV-MN.
               MOVE WS-SG          TO MV-SS.
               MOVE "S"            TO MV-TIPO-MOV.
               MOVE WS-MOV-QTD     TO MV-QTD.
               MOVE WS-MOV-RESULTANTE TO MV-QTD-RESULTANTE.
               MOVE WS-LOCAL-VENDA TO MV-LOCAL.
               MOVE WS-MOV-LOTE    TO MV-LOTE.
               WRITE MOVIMENTO-REG.

           GRAVA-NOTA-FISCAL.
               MOVE WS-NUMERO-NOTA    TO NF-NUMERO.
               MOVE WS-CLIENTE-CODIGO TO NF-CLIENTE.
               MOVE WS-DATA-HOJE      TO NF-DATA.
               MOVE WS-QTD-VENDA      TO NF-QTD.
               MOVE WS-PRECO-UNIT     TO NF-PRECO-UNITARIO.
               MOVE WS-VALOR-LINHA    TO NF-VALOR-LINHA.
               MOVE WS-BASE-ICMS      TO NF-BASE-ICMS.
               MOVE WS-ALIQ-ICMS      TO NF-ALIQ-ICMS.
               MOVE WS-VALOR-ICMS     TO NF-VALOR-ICMS.
               MOVE WS-BASE-IPI       TO NF-BASE-IPI.
               MOVE WS-ALIQ-IPI       TO NF-ALIQ-IPI.
               MOVE WS-VALOR-IPI      TO NF-VALOR-IPI.
               MOVE WS-ORIGEM-PRECO   TO NF-ORIGEM-PRECO.
               WRITE NOTA-FISCAL-REG.

           CARREGA-SALDO-ABERTO.
               MOVE ZEROS TO WS-SALDO-ABERTO.
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
                           IF CR-CLIENTE = WS-CLIENTE-CODIGO
                                   AND CR-ABERTO
                               ADD CR-SALDO TO WS-SALDO-ABERTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-RECEBER.
               MOVE "N" TO WS-FIM-ARQUIVO.

           VERIFICA-LIMITE-CREDITO.
               IF CLI-LIMITE-CREDITO = ZEROS
                       OR WS-LIMITE-LIBERADO = "S"
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-EXPOSICAO =
                   WS-SALDO-ABERTO + WS-TOTAL-NOTA + WS-VALOR-LINHA
                   + WS-VALOR-IPI.
               IF WS-EXPOSICAO NOT > CLI-LIMITE-CREDITO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-PEDIDO-LOTE = "S"
                   MOVE "LIMITE DE CREDITO EXCEDIDO"
                       TO WS-MOTIVO-REJEICAO
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.

               MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-MOTIVO-REJEICAO.
               MOVE "N" TO WS-LIBERA.
               DISPLAY MENSA-LIMITE-EXCEDIDO AT 1715.
               ACCEPT WS-LIBERA AT 1761.
               IF WS-LIBERA NOT = "S" AND WS-LIBERA NOT = "s"
                   DISPLAY MENSA-LIBERACAO-NEGADA AT 1315
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.

               MOVE SPACES TO WS-SUPERVISOR.
               MOVE SPACES TO WS-SENHA-SUPERVISOR.
               DISPLAY MENSA-SUPERVISOR AT 1815.
               ACCEPT WS-SUPERVISOR AT 1835.
               DISPLAY MENSA-SENHA-SUPERVISOR AT 1915.
               ACCEPT WS-SENHA-SUPERVISOR AT 1937.
               IF WS-SENHA-SUPERVISOR = SPACES
                   DISPLAY MENSA-LIBERACAO-NEGADA AT 1315
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-OPERADOR.
               MOVE WS-OPERADOR TO WS-SUPERVISOR-BUSCA.
               MOVE SPACES TO WS-SENHA-BUSCA.
               MOVE "N" TO WS-CONFERE-SENHA.
               PERFORM CARREGA-NIVEL-OPERADOR.
               MOVE WS-NIVEL-BUSCA TO WS-NIVEL-OPERADOR.

               MOVE WS-SUPERVISOR TO WS-SUPERVISOR-BUSCA.
               MOVE WS-SENHA-SUPERVISOR TO WS-SENHA-BUSCA.
               MOVE "S" TO WS-CONFERE-SENHA.
               PERFORM CARREGA-NIVEL-OPERADOR.
               MOVE WS-NIVEL-BUSCA TO WS-NIVEL-SUPERVISOR.

               IF WS-NIVEL-SUPERVISOR < WS-NIVEL-MINIMO-LIBERACAO
                       OR WS-NIVEL-SUPERVISOR NOT > WS-NIVEL-OPERADOR
                   DISPLAY MENSA-LIBERACAO-NEGADA AT 1315
                   MOVE "N" TO WS-LINHA-VALIDA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "S" TO WS-LIMITE-LIBERADO.

           CARREGA-NIVEL-OPERADOR.
               MOVE ZEROS TO WS-NIVEL-BUSCA.
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
                           IF OP-ID = WS-SUPERVISOR-BUSCA
                                   AND OP-E-ATIVO
                                   AND NOT OP-E-BLOQUEADO
                               MOVE "S" TO WS-OP-FIM
                               IF WS-CONFERE-SENHA = "N"
                                       OR (WS-SENHA-BUSCA NOT = SPACES
                                       AND WS-SENHA-BUSCA = OP-SENHA)
                                   MOVE OP-NIVEL TO WS-NIVEL-BUSCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES.

           CALCULA-VENCIMENTO.
               IF CLI-PRAZO-PAGAMENTO NOT NUMERIC
                   MOVE ZEROS TO CLI-PRAZO-PAGAMENTO
               END-IF.
               MOVE WS-DATA-HOJE TO WS-DATA-VENCIMENTO.
               IF CLI-PRAZO-PAGAMENTO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "S" TO SD-FUNCAO.
               MOVE WS-DATA-HOJE TO SD-DATA1.
               MOVE CLI-PRAZO-PAGAMENTO TO SD-DIAS.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO = "0"
                   MOVE SD-DATA-RESULTADO TO WS-DATA-VENCIMENTO
               END-IF.

           GRAVA-CONTA-RECEBER.
               OPEN EXTEND CONTA-RECEBER.
               IF WS-CR-STATUS = "35"
                   OPEN OUTPUT CONTA-RECEBER
                   CLOSE CONTA-RECEBER
                   OPEN EXTEND CONTA-RECEBER
               END-IF.
               MOVE WS-NUMERO-NOTA     TO CR-NUMERO-NF.
               MOVE WS-CLIENTE-CODIGO  TO CR-CLIENTE.
               MOVE WS-DATA-HOJE       TO CR-DATA-EMISSAO.
               MOVE WS-DATA-VENCIMENTO TO CR-DATA-VENCIMENTO.
               MOVE WS-TOTAL-NOTA      TO CR-VALOR-ORIGINAL.
               MOVE ZEROS              TO CR-VALOR-PAGO.
               MOVE ZEROS              TO CR-VALOR-CREDITO.
               MOVE WS-TOTAL-NOTA      TO CR-SALDO.
               MOVE ZEROS              TO CR-DATA-ULTIMO-PAGTO.
               MOVE "A"                TO CR-STATUS.
               WRITE CONTA-RECEBER-REG.
               CLOSE CONTA-RECEBER.

           CARREGA-PRECO-VIGENTE.
               MOVE "N"   TO WS-ACHOU-PRECO.
               MOVE ZEROS TO WS-VIG-QTD.
               MOVE NF-VALOR-LINHA TO LJ-VALOR.
               DISPLAY LINHA-JORNAL.

           ATENDE-ENCOMENDAS.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO WS-RUN-HORA-INICIO.
               PERFORM CARREGA-ENCOMENDAS.
               IF WS-ENC-QTD = ZEROS
                   DISPLAY "NENHUMA ENCOMENDA REGISTRADA"
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.
               IF WS-ENC-CHEIA = "S"
                   DISPLAY "ARQUIVO DE ENCOMENDAS EXCEDE A TABELA"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT CLIENTE-MASTER.
               IF WS-CL-STATUS NOT = "00" AND WS-CL-STATUS NOT = "05"
                   DISPLAY "NENHUM CLIENTE CADASTRADO"
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.

               OPEN EXTEND NOTA-FISCAL.
               IF WS-NF-STATUS = "35"
                   OPEN OUTPUT NOTA-FISCAL
                   CLOSE NOTA-FISCAL
                   OPEN EXTEND NOTA-FISCAL
               END-IF.
               OPEN EXTEND MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVIMENTO-HISTORICO
                   CLOSE MOVIMENTO-HISTORICO
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.

               DISPLAY "ATENDIMENTO DE ENCOMENDAS - " WS-DATA-HOJE.
               MOVE ZEROS TO WS-ENC-ATENDIDAS.
               MOVE ZEROS TO WS-ENC-PENDENTES.
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-QTD
                   MOVE WS-ENC-GUARDADO (WS-ENC-IDX) TO ENCOMENDA-REG
                   IF BK-ABERTA
                       PERFORM ATENDE-UMA-ENCOMENDA
                       MOVE ENCOMENDA-REG
                           TO WS-ENC-GUARDADO (WS-ENC-IDX)
                   END-IF
               END-PERFORM.

               CLOSE NOTA-FISCAL.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.
               CLOSE CLIENTE-MASTER.

               IF WS-ENC-ATENDIDAS > ZEROS
                   PERFORM REGRAVA-ENCOMENDAS
               END-IF.

               DISPLAY SPACE.
               MOVE WS-ENC-ATENDIDAS TO LEA-QTD.
               MOVE WS-ENC-PENDENTES TO LEP-QTD.
               DISPLAY LINHA-ENCOMENDA-ATENDIDAS.
               DISPLAY LINHA-ENCOMENDA-PENDENTES.
               PERFORM GRAVA-RUN-CONTROLE.

           ATENDE-UMA-ENCOMENDA.
               MOVE SPACES TO WS-MOTIVO-PENDENTE.
               MOVE ZEROS  TO WS-NUMERO-NOTA.
               MOVE BK-CLIENTE TO WS-CLIENTE-CODIGO.
               MOVE BK-CLIENTE TO CLI-CODIGO.
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO"
                           TO WS-MOTIVO-PENDENTE
               END-READ.
               IF WS-MOTIVO-PENDENTE = SPACES
                   IF NOT CLI-E-ATIVO
                       MOVE "CLIENTE INATIVO" TO WS-MOTIVO-PENDENTE
                   ELSE
                       IF CLI-CREDITO-BLOQUEADO
                           MOVE "CREDITO BLOQUEADO"
                               TO WS-MOTIVO-PENDENTE
                       END-IF
                   END-IF
               END-IF.
               IF WS-MOTIVO-PENDENTE NOT = SPACES
                   PERFORM EXIBE-ENCOMENDA
                   EXIT PARAGRAPH
               END-IF.
               IF CLI-LIMITE-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
               END-IF.
               MOVE CLI-GRUPO-PRECO TO WS-CLIENTE-GRUPO.
               IF WS-CLIENTE-GRUPO = LOW-VALUES
                   MOVE SPACES TO WS-CLIENTE-GRUPO
               END-IF.

               MOVE BK-MERCADORIA TO WS-MERCADORIA.
               MOVE BK-MERCADORIA TO MM-MERCADORIA.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "MERCADORIA NAO CADASTRADA"
                           TO WS-MOTIVO-PENDENTE
               END-READ.
               IF WS-MOTIVO-PENDENTE NOT = SPACES
                   PERFORM EXIBE-ENCOMENDA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM NORMALIZA-LOCAIS.

               COMPUTE WS-QTD-VENDA = BK-QTD - BK-QTD-ATENDIDA.
               IF MM-QTD-LOJA NOT < WS-QTD-VENDA
                   MOVE "L" TO WS-LOCAL-VENDA
               ELSE
                   IF MM-QTD-DEPOSITO NOT < WS-QTD-VENDA
                       MOVE "D" TO WS-LOCAL-VENDA
                   ELSE
                       IF MM-QTD-DEPOSITO > MM-QTD-LOJA
                           MOVE "D" TO WS-LOCAL-VENDA
                       ELSE
                           MOVE "L" TO WS-LOCAL-VENDA
                       END-IF
                   END-IF
               END-IF.
               PERFORM CALCULA-DISPONIVEL.
               IF WS-QTD-DISPONIVEL = ZEROS
                   MOVE "SEM SALDO EM ESTOQUE" TO WS-MOTIVO-PENDENTE
                   PERFORM EXIBE-ENCOMENDA
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTD-VENDA > WS-QTD-DISPONIVEL
                   MOVE WS-QTD-DISPONIVEL TO WS-QTD-VENDA
               END-IF.

               MOVE ZEROS TO WS-TOTAL-NOTA.
               MOVE ZEROS TO WS-TOTAL-PRODUTOS.
               MOVE ZEROS TO WS-TOTAL-BASE-ICMS.
               MOVE ZEROS TO WS-TOTAL-ICMS.
               MOVE ZEROS TO WS-TOTAL-IPI.
               MOVE ZEROS TO WS-LINHAS-NOTA.
               MOVE "N"   TO WS-LIMITE-LIBERADO.
               PERFORM CARREGA-SALDO-ABERTO.
               PERFORM CALCULA-PRECO-LINHA.
               IF CLI-LIMITE-CREDITO > ZEROS
                   COMPUTE WS-EXPOSICAO =
                       WS-SALDO-ABERTO + WS-VALOR-LINHA + WS-VALOR-IPI
                   IF WS-EXPOSICAO > CLI-LIMITE-CREDITO
                       MOVE "LIMITE DE CREDITO EXCEDIDO"
                           TO WS-MOTIVO-PENDENTE
                       PERFORM EXIBE-ENCOMENDA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               PERFORM ABRE-NOTA-IMPRESSA.
               PERFORM EFETIVA-LINHA.
               PERFORM FECHA-NOTA-IMPRESSA.
               PERFORM GRAVA-CONTA-RECEBER.
               PERFORM GRAVA-AUDITORIA.

               ADD WS-QTD-VENDA TO BK-QTD-ATENDIDA.
               MOVE WS-NUMERO-NOTA TO BK-NF-NUMERO.
               IF BK-QTD-ATENDIDA NOT < BK-QTD
                   MOVE "F" TO BK-STATUS
                   MOVE WS-DATA-HOJE TO BK-DATA-ATENDIMENTO
                   MOVE "ATENDIDA" TO WS-MOTIVO-PENDENTE
               ELSE
                   MOVE "ATENDIDA PARCIALMENTE" TO WS-MOTIVO-PENDENTE
               END-IF.
               ADD 1 TO WS-ENC-ATENDIDAS.
               PERFORM EXIBE-ENCOMENDA.

           IMPORTA-PEDIDOS.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO WS-RUN-HORA-INICIO.
               MOVE "S" TO WS-FATURA-PEDIDO.
               MOVE "S" TO WS-PEDIDO-LOTE.
               OPEN INPUT PEDIDO-VENDA.
               IF WS-PV-STATUS NOT = "00"
                   CLOSE PEDIDO-VENDA
                   IF WS-PV-STATUS = "35"
                       DISPLAY "NENHUM PEDIDO DE VENDA A IMPORTAR"
                   ELSE
                       DISPLAY "ERRO NA ABERTURA DE PEDVENDA.DAT"
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.

               OPEN I-O MERC-MASTER.
               IF WS-MM-STATUS NOT = "00"
                   DISPLAY "NENHUMA MERCADORIA CADASTRADA"
                   CLOSE MERC-MASTER
                   CLOSE PEDIDO-VENDA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT CLIENTE-MASTER.
               IF WS-CL-STATUS NOT = "00" AND WS-CL-STATUS NOT = "05"
                   DISPLAY "NENHUM CLIENTE CADASTRADO"
                   CLOSE MERC-MASTER
                   CLOSE CLIENTE-MASTER
                   CLOSE PEDIDO-VENDA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.

               OPEN EXTEND NOTA-FISCAL.
               IF WS-NF-STATUS = "35"
                   OPEN OUTPUT NOTA-FISCAL
                   CLOSE NOTA-FISCAL
                   OPEN EXTEND NOTA-FISCAL
               END-IF.
               OPEN EXTEND MOVIMENTO-HISTORICO.
               IF WS-MV-STATUS = "35"
                   OPEN OUTPUT MOVIMENTO-HISTORICO
                   CLOSE MOVIMENTO-HISTORICO
                   OPEN EXTEND MOVIMENTO-HISTORICO
               END-IF.
               OPEN OUTPUT PEDIDO-ERROS.

               DISPLAY "IMPORTACAO DE PEDIDOS DE VENDA - " WS-DATA-HOJE.
               MOVE "N" TO WS-PEDIDO-ABERTO.
               MOVE "PEDIDO SEM CABECALHO" TO WS-MOTIVO-PEDIDO.
               MOVE SPACES TO WS-PEDIDO-ATUAL.
               MOVE "N" TO WS-PV-FIM.
               PERFORM UNTIL WS-PV-FIM = "S"
                   READ PEDIDO-VENDA
                       AT END
                           MOVE "S" TO WS-PV-FIM
                       NOT AT END
                           ADD 1 TO WS-PEDIDOS-LIDOS
                           PERFORM TRATA-REGISTRO-PEDIDO
                   END-READ
               END-PERFORM.
               PERFORM ENCERRA-PEDIDO.

               CLOSE PEDIDO-VENDA.
               CLOSE PEDIDO-ERROS.
               CLOSE NOTA-FISCAL.
               CLOSE MOVIMENTO-HISTORICO.
               CLOSE MERC-MASTER.
               CLOSE CLIENTE-MASTER.

               DISPLAY SPACE.
               MOVE WS-PEDIDOS-LIDOS      TO LPL-QTD.
               MOVE WS-PEDIDOS-ACEITOS    TO LPA-QTD.
               MOVE WS-PEDIDOS-REJEITADOS TO LPR-QTD.
               MOVE WS-PEDIDOS-NOTAS      TO LPN-QTD.
               DISPLAY LINHA-PEDIDO-LIDOS.
               DISPLAY LINHA-PEDIDO-ACEITOS.
               DISPLAY LINHA-PEDIDO-REJEITADOS.
               DISPLAY LINHA-PEDIDO-NOTAS.

               IF WS-PEDIDOS-REJEITADOS > ZEROS
                       AND WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               PERFORM GRAVA-RUN-CONTROLE.

           TRATA-REGISTRO-PEDIDO.
               EVALUATE TRUE
                   WHEN PV-CABECALHO
                       PERFORM ENCERRA-PEDIDO
                       PERFORM INICIA-PEDIDO
                   WHEN PV-DETALHE
                       PERFORM FATURA-LINHA-PEDIDO
                   WHEN OTHER
                       MOVE "TIPO DE REGISTRO INVALIDO"
                           TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITA-REGISTRO-PEDIDO
               END-EVALUATE.

           INICIA-PEDIDO.
               MOVE PV-NUMERO TO WS-PEDIDO-ATUAL.
               MOVE SPACES    TO WS-MOTIVO-PEDIDO.
               MOVE ZEROS     TO WS-CLIENTE-CODIGO.
               IF PV-CLIENTE NOT NUMERIC
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-PEDIDO
               ELSE
                   MOVE PV-CLIENTE TO WS-CLIENTE-CODIGO
                   MOVE PV-CLIENTE TO CLI-CODIGO
                   READ CLIENTE-MASTER
                       INVALID KEY
                           MOVE "CLIENTE NAO CADASTRADO"
                               TO WS-MOTIVO-PEDIDO
                   END-READ
               END-IF.
               IF WS-MOTIVO-PEDIDO = SPACES
                   IF NOT CLI-E-ATIVO
                       MOVE "CLIENTE INATIVO" TO WS-MOTIVO-PEDIDO
                   ELSE
                       IF CLI-CREDITO-BLOQUEADO
                           MOVE "CREDITO BLOQUEADO"
                               TO WS-MOTIVO-PEDIDO
                       END-IF
                   END-IF
               END-IF.
               IF WS-MOTIVO-PEDIDO = SPACES
                   IF PV-DATA NOT NUMERIC OR PV-DATA = ZEROS
                           OR PV-DATA > WS-DATA-HOJE
                       MOVE "DATA DO PEDIDO INVALIDA"
                           TO WS-MOTIVO-PEDIDO
                   END-IF
               END-IF.
               IF WS-MOTIVO-PEDIDO NOT = SPACES
                   MOVE WS-MOTIVO-PEDIDO TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-REGISTRO-PEDIDO
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-PEDIDOS-ACEITOS.

               IF CLI-LIMITE-CREDITO NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
               END-IF.
               MOVE CLI-GRUPO-PRECO TO WS-CLIENTE-GRUPO.
               IF WS-CLIENTE-GRUPO = LOW-VALUES
                   MOVE SPACES TO WS-CLIENTE-GRUPO
               END-IF.
               MOVE ZEROS TO WS-NUMERO-NOTA.
               MOVE ZEROS TO WS-TOTAL-NOTA.
               MOVE ZEROS TO WS-TOTAL-PRODUTOS.
               MOVE ZEROS TO WS-TOTAL-BASE-ICMS.
               MOVE ZEROS TO WS-TOTAL-ICMS.
               MOVE ZEROS TO WS-TOTAL-IPI.
               MOVE ZEROS TO WS-LINHAS-NOTA.
               MOVE "N"   TO WS-LIMITE-LIBERADO.
               PERFORM CARREGA-SALDO-ABERTO.
               MOVE "S" TO WS-PEDIDO-ABERTO.

           FATURA-LINHA-PEDIDO.
               IF WS-PEDIDO-ABERTO = "N"
                       OR PV-NUMERO NOT = WS-PEDIDO-ATUAL
                   IF PV-NUMERO NOT = WS-PEDIDO-ATUAL
                       MOVE "PEDIDO SEM CABECALHO"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE WS-MOTIVO-PEDIDO TO WS-MOTIVO-REJEICAO
                   END-IF
                   PERFORM REJEITA-REGISTRO-PEDIDO
                   EXIT PARAGRAPH
               END-IF.
               MOVE PV-MERCADORIA TO WS-MERCADORIA.
               MOVE ZEROS TO WS-QTD-VENDA.
               IF PV-QTD NUMERIC
                   MOVE PV-QTD TO WS-QTD-VENDA
               END-IF.
               MOVE PV-LOCAL TO WS-LOCAL-VENDA.
               PERFORM FATURA-UMA-LINHA.
               IF WS-LINHA-VALIDA = "N"
                   PERFORM REJEITA-REGISTRO-PEDIDO
               ELSE
                   ADD 1 TO WS-PEDIDOS-ACEITOS
               END-IF.

           REJEITA-REGISTRO-PEDIDO.
               ADD 1 TO WS-PEDIDOS-REJEITADOS.
               MOVE SPACES     TO PEDIDO-ERROS-REG.
               MOVE PV-NUMERO  TO PE-NUMERO.
               MOVE ZEROS      TO PE-CLIENTE.
               MOVE ZEROS      TO PE-QTD.
               IF PV-CABECALHO
                   IF PV-CLIENTE NUMERIC
                       MOVE PV-CLIENTE TO PE-CLIENTE
                   END-IF
               ELSE
                   MOVE WS-CLIENTE-CODIGO TO PE-CLIENTE
                   IF PV-DETALHE
                       MOVE PV-MERCADORIA TO PE-MERCADORIA
                       IF PV-QTD NUMERIC
                           MOVE PV-QTD TO PE-QTD
                       END-IF
                       MOVE PV-LOCAL TO PE-LOCAL
                   END-IF
               END-IF.
               MOVE WS-MOTIVO-REJEICAO TO PE-MOTIVO.
               WRITE PEDIDO-ERROS-REG.

           ENCERRA-PEDIDO.
               IF WS-PEDIDO-ABERTO = "N"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-PEDIDO-ABERTO.
               IF WS-LINHAS-NOTA = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM FECHA-NOTA-IMPRESSA.
               PERFORM GRAVA-CONTA-RECEBER.
               PERFORM GRAVA-AUDITORIA.
               ADD 1 TO WS-PEDIDOS-NOTAS.
               MOVE WS-NUMERO-NOTA    TO LP-NUMERO-NOTA.
               MOVE WS-PEDIDO-ATUAL   TO LP-PEDIDO.
               MOVE WS-CLIENTE-CODIGO TO LP-CLIENTE.
               MOVE WS-LINHAS-NOTA    TO LP-LINHAS.
               MOVE WS-TOTAL-NOTA     TO LP-TOTAL.
               DISPLAY LINHA-PEDIDO.

           GRAVA-RUN-CONTROLE.
               OPEN EXTEND RUN-CONTROLE.
               IF WS-RN-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROLE
                   CLOSE RUN-CONTROLE
                   OPEN EXTEND RUN-CONTROLE
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE "FATURAMENTO-DE-VENDA" TO RN-PROGRAMA.
               MOVE WS-DATA-HOJE TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               IF WS-MODO = "E" OR WS-MODO = "e"
                   COMPUTE RN-LIDOS =
                       WS-ENC-ATENDIDAS + WS-ENC-PENDENTES
                   MOVE WS-ENC-ATENDIDAS  TO RN-ACEITOS
                   MOVE WS-ENC-PENDENTES  TO RN-REJEITADOS
                   MOVE WS-ENC-ATENDIDAS  TO RN-GRAVADOS
               ELSE
                   MOVE WS-PEDIDOS-LIDOS      TO RN-LIDOS
                   MOVE WS-PEDIDOS-ACEITOS    TO RN-ACEITOS
                   MOVE WS-PEDIDOS-REJEITADOS TO RN-REJEITADOS
                   MOVE WS-PEDIDOS-NOTAS      TO RN-GRAVADOS
               END-IF.
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

           EXIBE-ENCOMENDA.
               IF WS-NUMERO-NOTA = ZEROS
                   ADD 1 TO WS-ENC-PENDENTES
               END-IF.
               MOVE WS-NUMERO-NOTA     TO LE-NUMERO.
               MOVE BK-CLIENTE         TO LE-CLIENTE.
               MOVE BK-MERCADORIA      TO LE-MERCADORIA.
               MOVE WS-QTD-VENDA       TO LE-QTD.
               IF WS-NUMERO-NOTA = ZEROS
                   COMPUTE LE-QTD = BK-QTD - BK-QTD-ATENDIDA
               END-IF.
               MOVE WS-MOTIVO-PENDENTE TO LE-SITUACAO.
               DISPLAY LINHA-ENCOMENDA.

           CARREGA-ENCOMENDAS.
               MOVE ZEROS TO WS-ENC-QTD.
               MOVE "N"   TO WS-ENC-CHEIA.
               OPEN INPUT ENCOMENDA.
               IF WS-BK-STATUS NOT = "00"
                   CLOSE ENCOMENDA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ENCOMENDA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-ENC-QTD < 500
                               ADD 1 TO WS-ENC-QTD
                               MOVE ENCOMENDA-REG
                                   TO WS-ENC-GUARDADO (WS-ENC-QTD)
                           ELSE
                               MOVE "S" TO WS-ENC-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENCOMENDA.
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-ENCOMENDAS.
               OPEN OUTPUT ENCOMENDA.
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-QTD
                   MOVE WS-ENC-GUARDADO (WS-ENC-IDX) TO ENCOMENDA-REG
                   WRITE ENCOMENDA-REG
               END-PERFORM.
               CLOSE ENCOMENDA.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "FATURAMENTO-DE-VENDA" TO AJ-PROGRAMA.
               MOVE "NOTA FISCAL EMITIDA" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-LIBERACAO.
               COMPUTE WS-VALOR-EXCEDIDO =
                   WS-SALDO-ABERTO + WS-TOTAL-NOTA
                   - CLI-LIMITE-CREDITO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "FATURAMENTO-DE-VENDA" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "NF " WS-NUMERO-NOTA " CLIENTE " CLI-CODIGO
                   " DIGITADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-VALOR-EXCEDIDO TO AJ-VALOR.
               MOVE "LIMITE DE CREDITO LIBERADO" TO AJ-DESCRICAO.
               MOVE WS-SUPERVISOR     TO AJ-OPERADOR.
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-ORCAMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "FATURAMENTO-DE-VENDA" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "ORC " WS-NUMERO-ORCAMENTO " NF " WS-NUMERO-NOTA
                   " CLIENTE " CLI-CODIGO
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-TOTAL-NOTA     TO AJ-VALOR.
               MOVE "ORCAMENTO FATURADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
