                 SELECT UNIDADE-CONVERSAO ASSIGN TO "UNIDCONV.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-UC-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
                 SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RN-STATUS.
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
                 SELECT PRECO-LOG ASSIGN TO "PRECOLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PL-STATUS.
                 SELECT PRECO-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PA-STATUS.
                 SELECT PRECO-CATALOGO ASSIGN TO "PRECCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PCT-STATUS.
                 SELECT ORCAMENTO ASSIGN TO "ORCAMENT.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-CHAVE
                     FILE STATUS IS WS-OM-STATUS.
                 SELECT ORCAMENTO-SEQ ASSIGN TO "ORCSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OQ-STATUS.


             DATA DIVISION.
                 02 RE-DIM1    PIC 9(05)V99.
                 02 RE-DIM2    PIC 9(05)V99.
                 02 RE-UNIDADE PIC X(02).
                 02 RE-TRABALHO PIC X(10).
                 02 RE-MERC-AREA PIC X(20).
                 02 RE-MERC-PERIMETRO PIC X(20).
                 02 RE-PERDA-PCT PIC 9(02)V99.
                 COPY "LOTEHT.CPY".

             FD  RAIO-LOTE-SAIDA.
                 COPY "RAIOLOTE.CPY".
             FD  UNIDADE-CONVERSAO.
                 COPY "UNIDCONV.CPY".

             FD  OPERADOR-SESSAO.
                 COPY "OPERSES.CPY".

             FD  RUN-CONTROLE.
                 COPY "RUNCTL.CPY".

             FD  MERC-MASTER.
                 COPY "MERCMST.CPY".

             FD  PRECO-LOG.
                 COPY "PRECOLOG.CPY".

             FD  PRECO-ARQUIVO.
             01 PRECO-ARQUIVO-REG.
                 02 PA-DATA.
                     03 PA-ANO           PIC 9(04).
                     03 PA-MES           PIC 9(02).
                     03 PA-DIA           PIC 9(02).
                 02 PA-HORA             PIC 9(06).
                 02 PA-MERCADORIA       PIC X(20).
                 02 PA-QTD              PIC 9(4).
                 02 PA-PRECOUNITARIO    PIC 9(4)V99.
                 02 PA-PRECOVENDA       PIC 9(7)V99.
                 02 PA-MOEDA            PIC X(03).
                 02 PA-TAXA-CAMBIO      PIC 9(04)V9999.
                 02 PA-PRECOVENDA-LOCAL PIC 9(08)V99.

             FD  PRECO-CATALOGO.
             01 PRECO-CATALOGO-REG.
                 02 PC-DATA             PIC 9(08).
                 02 PC-ARQUIVO          PIC X(30).
                 02 PC-QTD-LANCAMENTOS  PIC 9(06).

             FD  ORCAMENTO.
                 COPY "ORCAMENT.CPY".

             FD  ORCAMENTO-SEQ.
                 COPY "ORCSEQ.CPY".

             WORKING-STORAGE SECTION.

             01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
             01 WS-RN-STATUS PIC X(02) VALUE SPACES.
             01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
             01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
             01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
             01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

             COPY "LOTECTL.CPY".

             01 WS-RE-STATUS PIC X(02) VALUE SPACES.
             01 WS-RS-STATUS PIC X(02) VALUE SPACES.
             COPY "AUDITREG.CPY".
             01 WS-OS-STATUS PIC X(02) VALUE SPACES.
             01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
             01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
             01 WS-UNIDADE-LIDA  PIC X(02) VALUE SPACES.
             01 WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.

             01 WS-MM-STATUS  PIC X(02) VALUE SPACES.
             01 WS-PL-STATUS  PIC X(02) VALUE SPACES.
             01 WS-PA-STATUS  PIC X(02) VALUE SPACES.
             01 WS-PCT-STATUS PIC X(02) VALUE SPACES.
             01 WS-OM-STATUS  PIC X(02) VALUE SPACES.
             01 WS-OQ-STATUS  PIC X(02) VALUE SPACES.
             01 WS-MM-DISPONIVEL PIC X(01) VALUE "N".
             01 WS-OM-DISPONIVEL PIC X(01) VALUE "N".
             01 WS-PL-FIM     PIC X(01) VALUE "N".
             01 WS-FIM-CATALOGO PIC X(01) VALUE "N".
             01 WS-ACHOU-PRECO PIC X(01) VALUE "N".
             01 WS-VIG-QTD    PIC 9(04) VALUE ZEROS.
             01 WS-VIG-PRECOVENDA PIC 9(07)V99 VALUE ZEROS.
             01 WS-NOME-ARQUIVO PIC X(30) VALUE SPACES.
             01 WS-TABELA-ARQUIVOS.
                 02 WS-ARQ-GUARDADO OCCURS 50 TIMES PIC X(30).
             01 WS-ARQ-QTD    PIC 9(02) VALUE ZEROS.
             01 WS-ARQ-IDX    PIC 9(02) VALUE ZEROS.

             01 WS-TRABALHO-ATUAL PIC X(10) VALUE SPACES.
             01 WS-MERCADORIA PIC X(20) VALUE SPACES.
             01 WS-TIPO-MEDIDA PIC X(01) VALUE SPACES.
             01 WS-PERDA-PCT  PIC 9(02)V99 VALUE ZEROS.
             01 WS-MEDIDA-PERDA PIC 9(12)V99 VALUE ZEROS.
             01 WS-QTD-INTEIRA PIC 9(13) VALUE ZEROS.
             01 WS-PRECO-UNIT PIC 9(07)V99 VALUE ZEROS.
             01 WS-VALOR-ITEM PIC 9(09)V99 VALUE ZEROS.
             01 WS-ORIGEM-PRECO PIC X(01) VALUE "M".
             01 WS-MOTIVO-ITEM PIC X(30) VALUE SPACES.
             01 WS-ORC-ACHOU  PIC X(01) VALUE "N".
             01 WS-ORC-FORMAS PIC 9(04) VALUE ZEROS.
             01 WS-ORC-QTD-ITENS PIC 9(02) VALUE ZEROS.
             01 WS-ORC-IDX    PIC 9(02) VALUE ZEROS.
             01 WS-ORC-ITENS-VALIDOS PIC 9(02) VALUE ZEROS.
             01 WS-ORC-SEQ-ITEM PIC 9(02) VALUE ZEROS.
             01 WS-ORC-TOTAL  PIC 9(10)V99 VALUE ZEROS.
             01 WS-ORC-TOTAL-GERAL PIC 9(13)V99 VALUE ZEROS.
             01 WS-ORC-GRAVADOS PIC 9(06) VALUE ZEROS.
             01 WS-ORC-REJEITADOS PIC 9(06) VALUE ZEROS.
             01 WS-NUMERO-ORCAMENTO PIC 9(06) VALUE ZEROS.
             01 WS-VALIDADE-ORCAMENTO PIC 9(03) VALUE 30.
             01 WS-DATA-VALIDADE PIC 9(08) VALUE ZEROS.
             01 WS-TABELA-ORCAMENTO.
                 02 WS-ORC-ITEM OCCURS 20 TIMES.
                     03 WS-OI-MERCADORIA PIC X(20).
                     03 WS-OI-TIPO       PIC X(01).
                     03 WS-OI-MEDIDA     PIC 9(13)V99.
                     03 WS-OI-QTD        PIC 9(04).
                     03 WS-OI-PRECO      PIC 9(07)V99.
                     03 WS-OI-VALOR      PIC 9(09)V99.
                     03 WS-OI-ORIGEM     PIC X(01).
                     03 WS-OI-VALIDO     PIC X(01).

             01 WS-QTD-CIRCULO      PIC 9(06) VALUE ZEROS.
             01 WS-QTD-TRIANGULO    PIC 9(06) VALUE ZEROS.
             01 WS-QTD-RETANGULO    PIC 9(06) VALUE ZEROS.
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LS-AREA             PIC ZZZZZZZZZZZZ9,99.

             01 LINHA-ORCAMENTO-CABEC.
                 02 FILLER              PIC X(13) VALUE
                     "ORCAMENTO N. ".
                 02 LOC-NUMERO          PIC 9(06).
                 02 FILLER              PIC X(12) VALUE
                     "  TRABALHO: ".
                 02 LOC-TRABALHO        PIC X(10).
                 02 FILLER              PIC X(10) VALUE
                     "  FORMAS: ".
                 02 LOC-FORMAS          PIC ZZZ9.
                 02 FILLER              PIC X(12) VALUE
                     "  VALIDADE: ".
                 02 LOC-VALIDADE        PIC 9(08).
             01 LINHA-ORCAMENTO-ITEM.
                 02 FILLER              PIC X(04) VALUE SPACES.
                 02 LOI-MERCADORIA      PIC X(20).
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-TIPO            PIC X(01).
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-MEDIDA          PIC ZZZZZZZZZZZZ9,99.
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-QTD             PIC ZZZ9.
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-PRECO           PIC ZZZZZZ9,99.
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-VALOR           PIC ZZZZZZZZ9,99.
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOI-ORIGEM          PIC X(01).
             01 LINHA-ORCAMENTO-REJEITADO.
                 02 FILLER              PIC X(04) VALUE SPACES.
                 02 LOR-MERCADORIA      PIC X(20).
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOR-TIPO            PIC X(01).
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOR-TRABALHO        PIC X(10).
                 02 FILLER              PIC X(02) VALUE SPACES.
                 02 LOR-MOTIVO          PIC X(30).
             01 LINHA-ORCAMENTO-TOTAL.
                 02 FILLER              PIC X(24) VALUE
                     "    TOTAL DO ORCAMENTO: ".
                 02 LOT-TOTAL           PIC ZZZZZZZZZ9,99.

             COPY "SERVDATA.CPY".

             01 DADOS.
               02 wFORMA PIC X(01).
               02 wDIM1 PIC 9(05)v99.
              DISPLAY SPACES AT 0101 WITH ERASE EOS.
              DISPLAY TELA01 AT 0101.

              DISPLAY MENSA-MODO AT 0415.
              ACCEPT WS-MODO     AT 0455.

              IF WS-MODO = "L" OR WS-MODO = "l"
                  PERFORM LOTE-PROCESSA
                  MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                  GOBACK
              END-IF.

            finaliza.
            DISPLAY MENSA2 AT 1830.
            PERFORM GRAVA-AUDITORIA.
            stop" ".
                goback.

                MOVE "AREA CALCULADA" TO AJ-DESCRICAO.
                PERFORM CARREGA-OPERADOR
                MOVE WS-OPERADOR TO AJ-OPERADOR
                CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                    AUDITORIA-REG.

            LOTE-PROCESSA.
                PERFORM MARCA-INICIO-EXECUCAO.
                IF WS-RE-STATUS NOT = "00"
                    DISPLAY "ARQUIVO RAIOLOTE.DAT NAO ENCONTRADO"
                    IF WS-RE-STATUS = "35"
                        MOVE 8 TO WS-CODIGO-RETORNO
                    ELSE
                        MOVE 12 TO WS-CODIGO-RETORNO
                    END-IF
                    EXIT PARAGRAPH
                END-IF.

                PERFORM VERIFICA-CONTROLE-LOTE.
                IF KL-LOTE-RECUSADO
                    PERFORM GRAVA-RUN-CONTROLE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT RAIO-LOTE-ENTRADA.

                OPEN OUTPUT RAIO-LOTE-SAIDA.
                PERFORM ABRE-ARQUIVOS-ORCAMENTO.
                MOVE SPACES TO WS-TRABALHO-ATUAL.
                MOVE "N" TO WS-RE-FIM.
                PERFORM UNTIL WS-RE-FIM = "S"
                    READ RAIO-LOTE-ENTRADA
                        AT END
                            MOVE "S" TO WS-RE-FIM
                        NOT AT END
                            IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                                ADD 1 TO WS-RUN-LIDOS
                                IF RE-TRABALHO NOT = WS-TRABALHO-ATUAL
                                    PERFORM FECHA-ORCAMENTO
                                    MOVE RE-TRABALHO
                                        TO WS-TRABALHO-ATUAL
                                END-IF
                                MOVE RE-FORMA TO WS-FORMA
                                IF WS-FORMA NOT = "T"
                                        AND WS-FORMA NOT = "R"
                                    MOVE "C" TO WS-FORMA
                                END-IF
                                MOVE RE-DIM1 TO WS-DIM1-ORIGINAL
                                MOVE RE-DIM2 TO WS-DIM2-ORIGINAL
                                MOVE RE-UNIDADE TO WS-UNIDADE-LIDA
                                PERFORM NORMALIZA-DIMENSOES
                                IF WS-UNIDADE-ACHADA = "S"
                                    PERFORM LOTE-UMA-FORMA
                                ELSE
                                    PERFORM REJEITA-UNIDADE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                PERFORM FECHA-ORCAMENTO.

                MOVE "CIRCULOS:   " TO LS-TITULO.
                MOVE WS-QTD-CIRCULO TO LS-QTD.
                MOVE WS-AREA-RETANGULO TO LS-AREA.
                MOVE LINHA-SUBTOTAL TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.
                MOVE "ORCAMENTOS: " TO LS-TITULO.
                MOVE WS-ORC-GRAVADOS TO LS-QTD.
                MOVE WS-ORC-TOTAL-GERAL TO LS-AREA.
                MOVE LINHA-SUBTOTAL TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.

                CLOSE RAIO-LOTE-ENTRADA.
                CLOSE RAIO-LOTE-SAIDA.
                CLOSE MERC-MASTER.
                IF WS-OM-DISPONIVEL = "S"
                    CLOSE ORCAMENTO
                END-IF.

                IF WS-ORC-REJEITADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                    MOVE 4 TO WS-CODIGO-RETORNO
                END-IF.
                IF WS-TOTAL-REJEITADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                    MOVE 4 TO WS-CODIGO-RETORNO
                END-IF.

                COMPUTE WS-RUN-ACEITOS =
                    WS-RUN-LIDOS - WS-TOTAL-REJEITADOS.
                MOVE WS-TOTAL-REJEITADOS TO WS-RUN-REJEITADOS.
                MOVE WS-RUN-ACEITOS TO WS-RUN-GRAVADOS.
                PERFORM REGISTRA-CONTROLE-LOTE.
                PERFORM GRAVA-RUN-CONTROLE.

            VERIFICA-CONTROLE-LOTE.
                MOVE "I" TO KL-FUNCAO.
                CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                    CONTROLE-LOTE-AREA.
                MOVE "RAIOLOTE" TO KL-ARQUIVO.
                MOVE "Calculo-area-circunferencia" TO KL-PROGRAMA.
                MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
                MOVE "N" TO WS-RE-FIM.
                PERFORM UNTIL WS-RE-FIM = "S"
                    READ RAIO-LOTE-ENTRADA
                        AT END
                            MOVE "S" TO WS-RE-FIM
                        NOT AT END
                            PERFORM ACUMULA-CONTROLE-LOTE
                    END-READ
                END-PERFORM.
                CLOSE RAIO-LOTE-ENTRADA.
                MOVE "V" TO KL-FUNCAO.
                CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                    CONTROLE-LOTE-AREA.
                IF KL-LOTE-RECUSADO
                    DISPLAY "RAIOLOTE.DAT RECUSADO: " KL-MOTIVO
                    MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                    MOVE 8 TO WS-CODIGO-RETORNO
                END-IF.

            ACUMULA-CONTROLE-LOTE.
                MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
                MOVE ZEROS TO KL-VALOR-HASH.
                IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                        AND RE-DIM1 NUMERIC
                    MOVE RE-DIM1 TO KL-VALOR-HASH
                END-IF.
                MOVE "A" TO KL-FUNCAO.
                CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                    CONTROLE-LOTE-AREA.

            REGISTRA-CONTROLE-LOTE.
                MOVE "R" TO KL-FUNCAO.
                CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                    CONTROLE-LOTE-AREA.
                IF KL-ERRO-ARQUIVO
                    DISPLAY KL-MOTIVO
                    MOVE 12 TO WS-CODIGO-RETORNO
                END-IF.

            CARREGA-UNIDADES.
                MOVE ZEROS TO WS-UN-QTD.
                OPEN INPUT UNIDADE-CONVERSAO.
                WRITE RAIO-LOTE-SAIDA-REG.
                PERFORM GRAVA-AUDITORIA.

                IF WS-AREA-OK = "S" AND RE-TRABALHO NOT = SPACES
                    PERFORM ORCA-FORMA
                END-IF.

            ABRE-ARQUIVOS-ORCAMENTO.
                MOVE ZEROS TO WS-ORC-QTD-ITENS.
                MOVE ZEROS TO WS-ORC-FORMAS.
                MOVE "N" TO WS-MM-DISPONIVEL.
                OPEN INPUT MERC-MASTER.
                IF WS-MM-STATUS = "00"
                    MOVE "S" TO WS-MM-DISPONIVEL
                END-IF.
                MOVE "N" TO WS-OM-DISPONIVEL.
                OPEN I-O ORCAMENTO.
                IF WS-OM-STATUS = "35"
                    OPEN OUTPUT ORCAMENTO
                    CLOSE ORCAMENTO
                    OPEN I-O ORCAMENTO
                END-IF.
                IF WS-OM-STATUS = "00"
                    MOVE "S" TO WS-OM-DISPONIVEL
                ELSE
                    DISPLAY "ERRO NA ABERTURA DE ORCAMENT.DAT"
                    MOVE 12 TO WS-CODIGO-RETORNO
                END-IF.
                PERFORM CARREGA-CATALOGO-PRECOS.

            ORCA-FORMA.
                MOVE ZEROS TO WS-PERDA-PCT.
                IF RE-PERDA-PCT NUMERIC
                    MOVE RE-PERDA-PCT TO WS-PERDA-PCT
                END-IF.
                ADD 1 TO WS-ORC-FORMAS.
                IF RE-MERC-AREA NOT = SPACES
                    MOVE RE-MERC-AREA TO WS-MERCADORIA
                    MOVE "A" TO WS-TIPO-MEDIDA
                    COMPUTE WS-MEDIDA-PERDA ROUNDED =
                        wAREA * (100 + WS-PERDA-PCT) / 100
                    PERFORM ACUMULA-ITEM-ORCAMENTO
                END-IF.
                IF RE-MERC-PERIMETRO NOT = SPACES
                    MOVE RE-MERC-PERIMETRO TO WS-MERCADORIA
                    MOVE "P" TO WS-TIPO-MEDIDA
                    COMPUTE WS-MEDIDA-PERDA ROUNDED =
                        wPERIMETRO * (100 + WS-PERDA-PCT) / 100
                    PERFORM ACUMULA-ITEM-ORCAMENTO
                END-IF.

            ACUMULA-ITEM-ORCAMENTO.
                MOVE "N" TO WS-ORC-ACHOU.
                PERFORM VARYING WS-ORC-IDX FROM 1 BY 1
                        UNTIL WS-ORC-IDX > WS-ORC-QTD-ITENS
                        OR WS-ORC-ACHOU = "S"
                    IF WS-OI-MERCADORIA (WS-ORC-IDX) = WS-MERCADORIA
                            AND WS-OI-TIPO (WS-ORC-IDX) = WS-TIPO-MEDIDA
                        MOVE "S" TO WS-ORC-ACHOU
                        ADD WS-MEDIDA-PERDA
                            TO WS-OI-MEDIDA (WS-ORC-IDX)
                    END-IF
                END-PERFORM.
                IF WS-ORC-ACHOU = "S"
                    EXIT PARAGRAPH
                END-IF.
                IF WS-ORC-QTD-ITENS < 20
                    ADD 1 TO WS-ORC-QTD-ITENS
                    MOVE WS-MERCADORIA
                        TO WS-OI-MERCADORIA (WS-ORC-QTD-ITENS)
                    MOVE WS-TIPO-MEDIDA
                        TO WS-OI-TIPO (WS-ORC-QTD-ITENS)
                    MOVE WS-MEDIDA-PERDA
                        TO WS-OI-MEDIDA (WS-ORC-QTD-ITENS)
                    EXIT PARAGRAPH
                END-IF.
                MOVE "LIMITE DE ITENS NO ORCAMENTO" TO WS-MOTIVO-ITEM.
                PERFORM REJEITA-ITEM-ORCAMENTO.

            FECHA-ORCAMENTO.
                IF WS-ORC-QTD-ITENS = ZEROS
                    MOVE ZEROS TO WS-ORC-FORMAS
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZEROS TO WS-ORC-TOTAL.
                MOVE ZEROS TO WS-ORC-ITENS-VALIDOS.
                PERFORM VARYING WS-ORC-IDX FROM 1 BY 1
                        UNTIL WS-ORC-IDX > WS-ORC-QTD-ITENS
                    PERFORM PRECIFICA-ITEM-ORCAMENTO
                END-PERFORM.
                IF WS-ORC-ITENS-VALIDOS = ZEROS
                        OR WS-OM-DISPONIVEL = "N"
                    MOVE ZEROS TO WS-ORC-QTD-ITENS
                    MOVE ZEROS TO WS-ORC-FORMAS
                    EXIT PARAGRAPH
                END-IF.

                PERFORM OBTEM-NUMERO-ORCAMENTO.
                MOVE WS-RUN-DATA TO WS-DATA-VALIDADE.
                MOVE "S" TO SD-FUNCAO.
                MOVE WS-RUN-DATA TO SD-DATA1.
                MOVE WS-VALIDADE-ORCAMENTO TO SD-DIAS.
                CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
                IF SD-RETORNO = "0"
                    MOVE SD-DATA-RESULTADO TO WS-DATA-VALIDADE
                END-IF.

                PERFORM CARREGA-OPERADOR.
                MOVE SPACES TO ORCAMENTO-REG.
                MOVE WS-NUMERO-ORCAMENTO TO OM-NUMERO.
                MOVE ZEROS               TO OM-ITEM.
                MOVE WS-TRABALHO-ATUAL   TO OM-TRABALHO.
                MOVE WS-RUN-DATA         TO OM-DATA.
                MOVE WS-DATA-VALIDADE    TO OM-DATA-VALIDADE.
                MOVE WS-OPERADOR         TO OM-OPERADOR.
                MOVE WS-ORC-ITENS-VALIDOS TO OM-QTD-ITENS.
                MOVE WS-ORC-FORMAS       TO OM-QTD-FORMAS.
                MOVE WS-ORC-TOTAL        TO OM-TOTAL.
                MOVE "A"                 TO OM-SITUACAO.
                MOVE ZEROS               TO OM-CLIENTE.
                MOVE ZEROS               TO OM-NOTA.
                MOVE ZEROS               TO OM-DATA-FATURAMENTO.
                WRITE ORCAMENTO-REG
                    INVALID KEY
                        DISPLAY "ORCAMENTO JA EXISTE: "
                            WS-NUMERO-ORCAMENTO
                        MOVE 12 TO WS-CODIGO-RETORNO
                        MOVE ZEROS TO WS-ORC-QTD-ITENS
                        MOVE ZEROS TO WS-ORC-FORMAS
                        EXIT PARAGRAPH
                END-WRITE.

                MOVE WS-NUMERO-ORCAMENTO TO LOC-NUMERO.
                MOVE WS-TRABALHO-ATUAL   TO LOC-TRABALHO.
                MOVE WS-ORC-FORMAS       TO LOC-FORMAS.
                MOVE WS-DATA-VALIDADE    TO LOC-VALIDADE.
                MOVE LINHA-ORCAMENTO-CABEC TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.

                MOVE ZEROS TO WS-ORC-SEQ-ITEM.
                PERFORM VARYING WS-ORC-IDX FROM 1 BY 1
                        UNTIL WS-ORC-IDX > WS-ORC-QTD-ITENS
                    IF WS-OI-VALIDO (WS-ORC-IDX) = "S"
                        PERFORM GRAVA-ITEM-ORCAMENTO
                    END-IF
                END-PERFORM.

                MOVE WS-ORC-TOTAL TO LOT-TOTAL.
                MOVE LINHA-ORCAMENTO-TOTAL TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.
                ADD 1 TO WS-ORC-GRAVADOS.
                ADD WS-ORC-TOTAL TO WS-ORC-TOTAL-GERAL.
                PERFORM GRAVA-AUDITORIA-ORCAMENTO.
                MOVE ZEROS TO WS-ORC-QTD-ITENS.
                MOVE ZEROS TO WS-ORC-FORMAS.

            PRECIFICA-ITEM-ORCAMENTO.
                MOVE "N"    TO WS-OI-VALIDO (WS-ORC-IDX).
                MOVE SPACES TO WS-MOTIVO-ITEM.
                MOVE WS-OI-MERCADORIA (WS-ORC-IDX) TO WS-MERCADORIA.
                MOVE WS-OI-TIPO (WS-ORC-IDX)       TO WS-TIPO-MEDIDA.
                IF WS-MM-DISPONIVEL = "N"
                    MOVE "MERCADORIA NAO CADASTRADA" TO WS-MOTIVO-ITEM
                ELSE
                    MOVE WS-MERCADORIA TO MM-MERCADORIA
                    READ MERC-MASTER
                        INVALID KEY
                            MOVE "MERCADORIA NAO CADASTRADA"
                                TO WS-MOTIVO-ITEM
                    END-READ
                END-IF.
                IF WS-MOTIVO-ITEM = SPACES
                    MOVE WS-OI-MEDIDA (WS-ORC-IDX) TO WS-QTD-INTEIRA
                    IF WS-QTD-INTEIRA < WS-OI-MEDIDA (WS-ORC-IDX)
                        ADD 1 TO WS-QTD-INTEIRA
                    END-IF
                    IF WS-QTD-INTEIRA = ZEROS
                        MOVE "QUANTIDADE NULA" TO WS-MOTIVO-ITEM
                    END-IF
                    IF WS-QTD-INTEIRA > 9999
                        MOVE "QUANTIDADE ACIMA DE 9999"
                            TO WS-MOTIVO-ITEM
                    END-IF
                END-IF.
                IF WS-MOTIVO-ITEM NOT = SPACES
                    PERFORM REJEITA-ITEM-ORCAMENTO
                    EXIT PARAGRAPH
                END-IF.

                PERFORM CALCULA-PRECO-CORRENTE.
                MOVE WS-QTD-INTEIRA TO WS-OI-QTD (WS-ORC-IDX).
                COMPUTE WS-VALOR-ITEM ROUNDED =
                    WS-OI-QTD (WS-ORC-IDX) * WS-PRECO-UNIT.
                MOVE WS-PRECO-UNIT   TO WS-OI-PRECO (WS-ORC-IDX).
                MOVE WS-VALOR-ITEM   TO WS-OI-VALOR (WS-ORC-IDX).
                MOVE WS-ORIGEM-PRECO TO WS-OI-ORIGEM (WS-ORC-IDX).
                MOVE "S"             TO WS-OI-VALIDO (WS-ORC-IDX).
                ADD 1 TO WS-ORC-ITENS-VALIDOS.
                ADD WS-VALOR-ITEM TO WS-ORC-TOTAL.

            REJEITA-ITEM-ORCAMENTO.
                ADD 1 TO WS-ORC-REJEITADOS.
                MOVE WS-MERCADORIA     TO LOR-MERCADORIA.
                MOVE WS-TIPO-MEDIDA    TO LOR-TIPO.
                MOVE WS-TRABALHO-ATUAL TO LOR-TRABALHO.
                MOVE WS-MOTIVO-ITEM    TO LOR-MOTIVO.
                DISPLAY LINHA-ORCAMENTO-REJEITADO.
                MOVE LINHA-ORCAMENTO-REJEITADO TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.

            GRAVA-ITEM-ORCAMENTO.
                ADD 1 TO WS-ORC-SEQ-ITEM.
                MOVE SPACES TO ORCAMENTO-REG.
                MOVE WS-NUMERO-ORCAMENTO TO OM-NUMERO.
                MOVE WS-ORC-SEQ-ITEM     TO OM-ITEM.
                MOVE WS-OI-MERCADORIA (WS-ORC-IDX) TO OM-MERCADORIA.
                MOVE WS-OI-TIPO (WS-ORC-IDX)       TO OM-TIPO-MEDIDA.
                MOVE WS-OI-MEDIDA (WS-ORC-IDX)     TO OM-MEDIDA.
                MOVE WS-OI-QTD (WS-ORC-IDX)        TO OM-QTD.
                MOVE WS-OI-PRECO (WS-ORC-IDX)      TO OM-PRECO-UNIT.
                MOVE WS-OI-VALOR (WS-ORC-IDX)      TO OM-VALOR.
                MOVE WS-OI-ORIGEM (WS-ORC-IDX)     TO OM-ORIGEM-PRECO.
                MOVE "A"                 TO OM-ITEM-SITUACAO.
                MOVE ZEROS               TO OM-ITEM-NOTA.
                WRITE ORCAMENTO-REG
                    INVALID KEY
                        MOVE 12 TO WS-CODIGO-RETORNO
                END-WRITE.

                MOVE WS-OI-MERCADORIA (WS-ORC-IDX) TO LOI-MERCADORIA.
                MOVE WS-OI-TIPO (WS-ORC-IDX)       TO LOI-TIPO.
                MOVE WS-OI-MEDIDA (WS-ORC-IDX)     TO LOI-MEDIDA.
                MOVE WS-OI-QTD (WS-ORC-IDX)        TO LOI-QTD.
                MOVE WS-OI-PRECO (WS-ORC-IDX)      TO LOI-PRECO.
                MOVE WS-OI-VALOR (WS-ORC-IDX)      TO LOI-VALOR.
                MOVE WS-OI-ORIGEM (WS-ORC-IDX)     TO LOI-ORIGEM.
                MOVE LINHA-ORCAMENTO-ITEM TO RAIO-LOTE-SAIDA-REG.
                WRITE RAIO-LOTE-SAIDA-REG.

            OBTEM-NUMERO-ORCAMENTO.
                MOVE ZEROS TO WS-NUMERO-ORCAMENTO.
                OPEN INPUT ORCAMENTO-SEQ.
                IF WS-OQ-STATUS = "00"
                    READ ORCAMENTO-SEQ
                        NOT AT END
                            MOVE OQ-ULTIMO-NUMERO
                                TO WS-NUMERO-ORCAMENTO
                    END-READ
                    CLOSE ORCAMENTO-SEQ
                ELSE
                    CLOSE ORCAMENTO-SEQ
                END-IF.
                ADD 1 TO WS-NUMERO-ORCAMENTO.
                OPEN OUTPUT ORCAMENTO-SEQ.
                MOVE WS-NUMERO-ORCAMENTO TO OQ-ULTIMO-NUMERO.
                WRITE ORCAMENTO-SEQ-REG.
                CLOSE ORCAMENTO-SEQ.

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
                    ELSE
                        MOVE MM-PRECOVENDA TO WS-PRECO-UNIT
                    END-IF
                END-IF.

            CARREGA-PRECO-VIGENTE.
                MOVE "N"   TO WS-ACHOU-PRECO.
                MOVE ZEROS TO WS-VIG-QTD.
                MOVE ZEROS TO WS-VIG-PRECOVENDA.
                OPEN INPUT PRECO-LOG.
                IF WS-PL-STATUS NOT = "00"
                    CLOSE PRECO-LOG
                ELSE
                    MOVE "N" TO WS-PL-FIM
                    PERFORM UNTIL WS-PL-FIM = "S"
                        READ PRECO-LOG
                            AT END
                                MOVE "S" TO WS-PL-FIM
                            NOT AT END
                                IF PL-MERCADORIA = WS-MERCADORIA
                                        AND PL-QTD > ZEROS
                                    MOVE "S" TO WS-ACHOU-PRECO
                                    MOVE PL-QTD TO WS-VIG-QTD
                                    MOVE PL-PRECOVENDA
                                        TO WS-VIG-PRECOVENDA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PRECO-LOG
                END-IF.

                IF WS-ACHOU-PRECO = "N"
                    PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                            UNTIL WS-ARQ-IDX > WS-ARQ-QTD
                        MOVE WS-ARQ-GUARDADO (WS-ARQ-IDX)
                            TO WS-NOME-ARQUIVO
                        PERFORM PESQUISA-ARQUIVO-PRECO
                    END-PERFORM
                END-IF.

            CARREGA-CATALOGO-PRECOS.
                MOVE ZEROS TO WS-ARQ-QTD.
                OPEN INPUT PRECO-CATALOGO.
                IF WS-PCT-STATUS NOT = "00"
                    CLOSE PRECO-CATALOGO
                    EXIT PARAGRAPH
                END-IF.
                MOVE "N" TO WS-FIM-CATALOGO.
                PERFORM UNTIL WS-FIM-CATALOGO = "S"
                    READ PRECO-CATALOGO
                        AT END
                            MOVE "S" TO WS-FIM-CATALOGO
                        NOT AT END
                            IF WS-ARQ-QTD < 50
                                ADD 1 TO WS-ARQ-QTD
                                MOVE PC-ARQUIVO TO
                                    WS-ARQ-GUARDADO (WS-ARQ-QTD)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PRECO-CATALOGO.

            PESQUISA-ARQUIVO-PRECO.
                OPEN INPUT PRECO-ARQUIVO.
                IF WS-PA-STATUS NOT = "00"
                    CLOSE PRECO-ARQUIVO
                    EXIT PARAGRAPH
                END-IF.
                MOVE "N" TO WS-PL-FIM.
                PERFORM UNTIL WS-PL-FIM = "S"
                    READ PRECO-ARQUIVO
                        AT END
                            MOVE "S" TO WS-PL-FIM
                        NOT AT END
                            IF PA-MERCADORIA = WS-MERCADORIA
                                    AND PA-QTD > ZEROS
                                MOVE "S" TO WS-ACHOU-PRECO
                                MOVE PA-QTD TO WS-VIG-QTD
                                MOVE PA-PRECOVENDA
                                    TO WS-VIG-PRECOVENDA
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE PRECO-ARQUIVO.

            GRAVA-AUDITORIA-ORCAMENTO.
                ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
                MOVE "Calculo-area-circunferencia" TO AJ-PROGRAMA.
                MOVE WS-RUN-DATA TO AJ-DATA.
                MOVE WS-HH   TO AJ-HH.
                MOVE WS-MN   TO AJ-MN.
                MOVE WS-SG   TO AJ-SS.
                MOVE SPACES  TO AJ-CHAVE.
                STRING "ORC " WS-NUMERO-ORCAMENTO
                    " TRAB " WS-TRABALHO-ATUAL
                    DELIMITED BY SIZE INTO AJ-CHAVE.
                MOVE WS-ORC-TOTAL TO AJ-VALOR.
                MOVE "ORCAMENTO EMITIDO" TO AJ-DESCRICAO.
                MOVE WS-OPERADOR TO AJ-OPERADOR.
                CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                    AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
                   EXIT PARAGRAPH
                MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
                MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
                MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
                EVALUATE WS-CODIGO-RETORNO
                    WHEN 0
                        MOVE "OK" TO RN-STATUS
                    WHEN 4
                    WHEN OTHER
                        MOVE "ERRO" TO RN-STATUS
                END-EVALUATE.
                IF KL-LOTE-RECUSADO
                    MOVE "CONTROLE" TO RN-STATUS
                END-IF.
                WRITE RUN-CONTROLE-REG.
                CLOSE RUN-CONTROLE.
