       IDENTIFICATION DIVISION.
             PROGRAM-ID. LANCAMENTO-CONTABIL.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CONTA
                     FILE STATUS IS WS-CB-STATUS.
                 SELECT REGRA-CONTABIL ASSIGN TO "REGRACTB.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RT-EVENTO
                     FILE STATUS IS WS-RT-STATUS.
                 SELECT MERC-MASTER ASSIGN TO "MERCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MM-MERCADORIA
                     FILE STATUS IS WS-MM-STATUS.
                 SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-NF-STATUS.
                 SELECT HONORARIO ASSIGN TO "HONORAR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HR-STATUS.
                 SELECT AJUSTE-ESTOQUE ASSIGN TO "AJUSTES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AD-STATUS.
                 SELECT MOVIMENTO-HISTORICO ASSIGN TO "MOVHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MV-STATUS.
                 SELECT AUDIT-JOURNAL ASSIGN TO WS-NOME-AUDITORIA
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AJ-STATUS.
                 SELECT LANCAMENTO-TRABALHO ASSIGN TO "CTBTRAB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LT-STATUS.
                 SELECT INTERFACE-CONTABIL ASSIGN TO "CTBINTF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GI-STATUS.
                 SELECT CONTROLE-CONTABIL ASSIGN TO "CTBCTL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CX-STATUS.
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
           FD  PLANO-CONTAS.
               COPY "PLANOCTA.CPY".

           FD  REGRA-CONTABIL.
               COPY "REGRACTB.CPY".

           FD  MERC-MASTER.
               COPY "MERCMST.CPY".

           FD  NOTA-FISCAL.
               COPY "NOTAFISC.CPY".

           FD  HONORARIO.
               COPY "HONORREG.CPY".

           FD  AJUSTE-ESTOQUE.
               COPY "AJUSTES.CPY".

           FD  MOVIMENTO-HISTORICO.
               COPY "MOVHIST.CPY".

           FD  AUDIT-JOURNAL.
           01 AUDIT-JOURNAL-REG       PIC X(160).

           FD  LANCAMENTO-TRABALHO.
               COPY "LCTOCTB.CPY".

           FD  INTERFACE-CONTABIL.
           01 INTERFACE-CONTABIL-REG  PIC X(114).

           FD  CONTROLE-CONTABIL.
               COPY "CTBCTL.CPY".

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
               02 FILLER     PIC X(15) VALUE "  MOVIMENTO DE ".
               02 LCD-DATA-MOVIMENTO PIC 9(08).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-CB-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CB-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-RT-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MM-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-NF-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AD-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MV-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-LT-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GI-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CX-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-NOME-AUDITORIA PIC X(30) VALUE "AUDITLOG.DAT".
           01 WS-OPERADOR     PIC X(06) VALUE "LOTE".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
           01 WS-JA-CONTABILIZADO PIC X(01) VALUE "N".
           01 WS-NUMERO-LANCAMENTO PIC 9(06) VALUE ZEROS.
           01 WS-SEQUENCIA      PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-DEBITOS  PIC 9(13)V99 VALUE ZEROS.
           01 WS-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.
           01 WS-CUSTO-LOCAL    PIC 9(07)V99 VALUE ZEROS.
           01 WS-QTD-VALORIZAR  PIC 9(05) VALUE ZEROS.
           01 WS-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.

           01 WS-EVENTO-CONTABIL.
               02 WS-EV-EVENTO     PIC X(12).
               02 WS-EV-VALOR      PIC 9(11)V99.
               02 WS-EV-ORIGEM     PIC X(08).
               02 WS-EV-DOCUMENTO  PIC X(20).

           01 WS-TABELA-REGRAS.
               02 WS-RG-ITEM OCCURS 50 TIMES.
                   03 RG-EVENTO      PIC X(12).
                   03 RG-DEBITO      PIC X(10).
                   03 RG-CREDITO     PIC X(10).
                   03 RG-HISTORICO   PIC X(30).
                   03 RG-VALIDA      PIC X(01).
                   03 RG-QTD         PIC 9(06).
                   03 RG-TOTAL       PIC 9(13)V99.
           01 WS-RG-QTD       PIC 9(02) VALUE ZEROS.
           01 WS-RG-IDX       PIC 9(02) VALUE ZEROS.
           01 WS-RG-POS       PIC 9(02) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "LANCAMENTOS CONTABEIS DO MOVIMENTO".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(14) VALUE "EVENTO".
               02 FILLER PIC X(10) VALUE "ORIGEM".
               02 FILLER PIC X(22) VALUE "DOCUMENTO".
               02 FILLER PIC X(12) VALUE "DEBITO".
               02 FILLER PIC X(12) VALUE "CREDITO".
               02 FILLER PIC X(18) VALUE "             VALOR".
               02 FILLER PIC X(30) VALUE "  OBSERVACAO".
           01 LINHA-DETALHE.
               02 LD-EVENTO         PIC X(12).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-ORIGEM         PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DOCUMENTO      PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DEBITO         PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CREDITO        PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-OBSERVACAO     PIC X(30).
           01 LINHA-CABECALHO-RESUMO.
               02 FILLER PIC X(14) VALUE "EVENTO".
               02 FILLER PIC X(12) VALUE "DEBITO".
               02 FILLER PIC X(12) VALUE "CREDITO".
               02 FILLER PIC X(10) VALUE "    QTDE".
               02 FILLER PIC X(20) VALUE "               TOTAL".
           01 LINHA-RESUMO.
               02 LR-EVENTO         PIC X(12).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-DEBITO         PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-CREDITO        PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-QTD            PIC ZZZZZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-SITUACAO       PIC X(20).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "LANCAMENTOS GERADOS:".
               02 LT-LANCAMENTOS    PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "TOTAL A DEBITO:".
               02 LT-DEBITOS        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "TOTAL A CREDITO:".
               02 LT-CREDITOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "EVENTOS REJEITADOS:".
               02 LT-REJEITADOS     PIC ZZZZZ9.
           01 LINHA-JA-CONTABILIZADO.
               02 FILLER   PIC X(14) VALUE "MOVIMENTO DE ".
               02 LJ-DATA           PIC 9(08).
               02 FILLER   PIC X(40) VALUE
                   " JA CONTABILIZADO - NADA A GERAR".
           01 LINHA-LOTE-ACEITO PIC X(60) VALUE
               "LOTE CONTABIL BALANCEADO - INTERFACE ATUALIZADA".
           01 LINHA-LOTE-REJEITADO PIC X(60) VALUE
               "LOTE REJEITADO - INTERFACE CONTABIL NAO ATUALIZADA".
           01 LINHA-SEM-REGRAS PIC X(60) VALUE
               "ARQUIVO DE REGRAS CONTABEIS NAO ENCONTRADO".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "MAIS DE 50 REGRAS CONTABEIS - EXCEDENTES IGNORADAS".
           01 LINHA-ERRO-INTERFACE PIC X(60) VALUE
               "ERRO NA GRAVACAO DA INTERFACE CONTABIL".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-DATA-MOVIMENTO.
               IF WS-DATA-MOVIMENTO NOT NUMERIC
                       OR WS-DATA-MOVIMENTO = ZEROS
                   MOVE WS-RUN-DATA TO WS-DATA-MOVIMENTO
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "CONTABIL-" WS-DATA-MOVIMENTO ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.
               DISPLAY LINHA-CABECALHO1.

               PERFORM VERIFICA-MOVIMENTO-CONTABILIZADO.
               IF WS-JA-CONTABILIZADO = "S"
                   MOVE WS-DATA-MOVIMENTO TO LJ-DATA
                   DISPLAY LINHA-JA-CONTABILIZADO
                   MOVE LINHA-JA-CONTABILIZADO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM CARREGA-REGRAS.
               IF WS-RT-STATUS = "35"
                   DISPLAY LINHA-SEM-REGRAS
                   MOVE LINHA-SEM-REGRAS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

               OPEN INPUT MERC-MASTER.
               MOVE WS-MM-STATUS TO WS-MM-ABERTURA.
               OPEN OUTPUT LANCAMENTO-TRABALHO.

               PERFORM LE-NOTAS-FISCAIS.
               PERFORM LE-HONORARIOS.
               PERFORM LE-AJUSTES.
               PERFORM LE-RECEBIMENTOS.
               MOVE "AUDITLOG.DAT" TO WS-NOME-AUDITORIA.
               PERFORM LE-REVALORIZACAO.
               MOVE SPACES TO WS-NOME-AUDITORIA.
               STRING "AUDITLOG-" WS-DATA-MOVIMENTO ".DAT"
                   DELIMITED BY SIZE
                   INTO WS-NOME-AUDITORIA.
               PERFORM LE-REVALORIZACAO.

               CLOSE LANCAMENTO-TRABALHO.
               IF WS-MM-ABERTURA = "00"
                   CLOSE MERC-MASTER
               END-IF.

               PERFORM IMPRIME-RESUMO.
               PERFORM IMPRIME-TOTAIS.

               IF WS-RUN-REJEITADOS > ZEROS
                       OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   DISPLAY LINHA-LOTE-REJEITADO
                   MOVE LINHA-LOTE-REJEITADO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE ZEROS TO WS-RUN-GRAVADOS
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM TRANSFERE-LANCAMENTOS.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   DISPLAY LINHA-ERRO-INTERFACE
                   MOVE LINHA-ERRO-INTERFACE TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM GRAVA-CONTROLE-CONTABIL.
               PERFORM GRAVA-AUDITORIA-LOTE.
               DISPLAY LINHA-LOTE-ACEITO.
               MOVE LINHA-LOTE-ACEITO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           VERIFICA-MOVIMENTO-CONTABILIZADO.
               MOVE "N" TO WS-JA-CONTABILIZADO.
               OPEN INPUT CONTROLE-CONTABIL.
               IF WS-CX-STATUS NOT = "00"
                   CLOSE CONTROLE-CONTABIL
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTROLE-CONTABIL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CX-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
                               MOVE "S" TO WS-JA-CONTABILIZADO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTROLE-CONTABIL.

           CARREGA-REGRAS.
               MOVE ZEROS TO WS-RG-QTD.
               OPEN INPUT REGRA-CONTABIL.
               IF WS-RT-STATUS NOT = "00"
                   CLOSE REGRA-CONTABIL
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT PLANO-CONTAS.
               MOVE WS-CB-STATUS TO WS-CB-ABERTURA.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ REGRA-CONTABIL NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDA-REGRA
                   END-READ
               END-PERFORM.
               CLOSE REGRA-CONTABIL.
               IF WS-CB-ABERTURA = "00"
                   CLOSE PLANO-CONTAS
               END-IF.

           GUARDA-REGRA.
               IF WS-RG-QTD >= 50
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE "S" TO WS-FIM-ARQUIVO
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-RG-QTD.
               MOVE RT-EVENTO        TO RG-EVENTO (WS-RG-QTD).
               MOVE RT-CONTA-DEBITO  TO RG-DEBITO (WS-RG-QTD).
               MOVE RT-CONTA-CREDITO TO RG-CREDITO (WS-RG-QTD).
               MOVE RT-HISTORICO     TO RG-HISTORICO (WS-RG-QTD).
               MOVE ZEROS            TO RG-QTD (WS-RG-QTD)
                                        RG-TOTAL (WS-RG-QTD).
               MOVE "N"              TO RG-VALIDA (WS-RG-QTD).
               IF WS-CB-ABERTURA NOT = "00"
                       OR RT-CONTA-DEBITO = RT-CONTA-CREDITO
                   EXIT PARAGRAPH
               END-IF.
               MOVE RT-CONTA-DEBITO TO CB-CONTA.
               READ PLANO-CONTAS
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF NOT CB-ATIVA
                   EXIT PARAGRAPH
               END-IF.
               MOVE RT-CONTA-CREDITO TO CB-CONTA.
               READ PLANO-CONTAS
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF CB-ATIVA
                   MOVE "S" TO RG-VALIDA (WS-RG-QTD)
               END-IF.

           LE-NOTAS-FISCAIS.
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
                           IF NF-DATA = WS-DATA-MOVIMENTO
                               PERFORM CONTABILIZA-NOTA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE NOTA-FISCAL.

           CONTABILIZA-NOTA.
               MOVE "NOTAFISC"  TO WS-EV-ORIGEM.
               MOVE SPACES      TO WS-EV-DOCUMENTO.
               STRING "NF " NF-NUMERO " " NF-MERCADORIA(1:10)
                   DELIMITED BY SIZE
                   INTO WS-EV-DOCUMENTO.
               MOVE "VENDA"     TO WS-EV-EVENTO.
               MOVE NF-VALOR-LINHA TO WS-EV-VALOR.
               PERFORM GERA-LANCAMENTO.
               IF NF-VALOR-IPI IS NUMERIC
                   MOVE "VENDA-IPI" TO WS-EV-EVENTO
                   MOVE NF-VALOR-IPI TO WS-EV-VALOR
                   PERFORM GERA-LANCAMENTO
               END-IF.
               IF NF-VALOR-ICMS IS NUMERIC
                   MOVE "VENDA-ICMS" TO WS-EV-EVENTO
                   MOVE NF-VALOR-ICMS TO WS-EV-VALOR
                   PERFORM GERA-LANCAMENTO
               END-IF.

           LE-HONORARIOS.
               OPEN INPUT HONORARIO.
               IF WS-HR-STATUS NOT = "00"
                   CLOSE HONORARIO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ HONORARIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CONTABILIZA-HONORARIO
                   END-READ
               END-PERFORM.
               CLOSE HONORARIO.

           CONTABILIZA-HONORARIO.
               MOVE "HONORAR"   TO WS-EV-ORIGEM.
               MOVE SPACES      TO WS-EV-DOCUMENTO.
               STRING "HON " HR-NUMERO " EMP " HR-EMPRESA-CODIGO
                   DELIMITED BY SIZE
                   INTO WS-EV-DOCUMENTO.
               MOVE HR-VALOR    TO WS-EV-VALOR.
               IF HR-DATA-EMISSAO = WS-DATA-MOVIMENTO
                   IF HR-E-CREDITO
                       MOVE "HONOR-CRED" TO WS-EV-EVENTO
                   ELSE
                       MOVE "HONORARIO"  TO WS-EV-EVENTO
                   END-IF
                   PERFORM GERA-LANCAMENTO
               END-IF.
               IF HR-PAGO AND NOT HR-E-CREDITO
                       AND HR-DATA-PAGAMENTO = WS-DATA-MOVIMENTO
                   MOVE "HONOR-PAGTO" TO WS-EV-EVENTO
                   PERFORM GERA-LANCAMENTO
               END-IF.

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
                           IF AD-DATA-APLICACAO IS NUMERIC
                              AND AD-DATA-APLICACAO
                                  = WS-DATA-MOVIMENTO
                              AND AD-QTD-DELTA NOT = ZEROS
                               PERFORM CONTABILIZA-AJUSTE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AJUSTE-ESTOQUE.

           CONTABILIZA-AJUSTE.
               MOVE "AJUSTES"     TO WS-EV-ORIGEM.
               MOVE AD-MERCADORIA TO WS-EV-DOCUMENTO.
               IF AD-QTD-DELTA > ZEROS
                   MOVE "AJUSTE-ENT" TO WS-EV-EVENTO
                   MOVE AD-QTD-DELTA TO WS-QTD-VALORIZAR
               ELSE
                   MOVE "AJUSTE-SAI" TO WS-EV-EVENTO
                   COMPUTE WS-QTD-VALORIZAR = 0 - AD-QTD-DELTA
               END-IF.
               MOVE AD-MERCADORIA TO MM-MERCADORIA.
               PERFORM VALORIZA-QUANTIDADE.

           LE-RECEBIMENTOS.
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
                           IF MV-E-ENTRADA
                              AND MV-LOTE NOT = SPACES
                              AND MV-DATA = WS-DATA-MOVIMENTO
                               PERFORM CONTABILIZA-RECEBIMENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MOVIMENTO-HISTORICO.

           CONTABILIZA-RECEBIMENTO.
               MOVE "MOVHIST"     TO WS-EV-ORIGEM.
               MOVE "RECEBIMENTO" TO WS-EV-EVENTO.
               MOVE SPACES        TO WS-EV-DOCUMENTO.
               STRING MV-MERCADORIA(1:9) " " MV-LOTE
                   DELIMITED BY SIZE
                   INTO WS-EV-DOCUMENTO.
               MOVE MV-QTD        TO WS-QTD-VALORIZAR.
               MOVE MV-MERCADORIA TO MM-MERCADORIA.
               PERFORM VALORIZA-QUANTIDADE.

           VALORIZA-QUANTIDADE.
               MOVE ZEROS TO WS-EV-VALOR.
               IF WS-MM-ABERTURA NOT = "00"
                   MOVE "MERCADORIA NAO CADASTRADA"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-EVENTO
                   EXIT PARAGRAPH
               END-IF.
               READ MERC-MASTER
                   INVALID KEY
                       MOVE "MERCADORIA NAO CADASTRADA"
                           TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITA-EVENTO
                       EXIT PARAGRAPH
               END-READ.
               IF MM-MOEDA NOT = "BRL" AND MM-MOEDA NOT = SPACES
                  AND MM-TAXA-CAMBIO > ZEROS
                   COMPUTE WS-CUSTO-LOCAL ROUNDED =
                       MM-PRECOUNITARIO * MM-TAXA-CAMBIO
               ELSE
                   MOVE MM-PRECOUNITARIO TO WS-CUSTO-LOCAL
               END-IF.
               COMPUTE WS-EV-VALOR ROUNDED =
                   WS-QTD-VALORIZAR * WS-CUSTO-LOCAL.
               PERFORM GERA-LANCAMENTO.

           LE-REVALORIZACAO.
               OPEN INPUT AUDIT-JOURNAL.
               IF WS-AJ-STATUS NOT = "00"
                   CLOSE AUDIT-JOURNAL
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDIT-JOURNAL INTO AUDITORIA-REG
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AJ-PROGRAMA = "REVALORIZACAO-CAMBIAL"
                              AND AJ-DESCRICAO
                                  = "DIFERENCA CAMBIAL TOTAL"
                              AND AJ-DATA = WS-DATA-MOVIMENTO
                               PERFORM CONTABILIZA-REVALORIZACAO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-JOURNAL.

           CONTABILIZA-REVALORIZACAO.
               MOVE "REVALCAM"   TO WS-EV-ORIGEM.
               MOVE AJ-CHAVE     TO WS-EV-DOCUMENTO.
               IF AJ-VALOR > ZEROS
                   MOVE "CAMBIO-GAN" TO WS-EV-EVENTO
                   MOVE AJ-VALOR     TO WS-EV-VALOR
               ELSE
                   MOVE "CAMBIO-PER" TO WS-EV-EVENTO
                   COMPUTE WS-EV-VALOR = 0 - AJ-VALOR
               END-IF.
               PERFORM GERA-LANCAMENTO.

           GERA-LANCAMENTO.
               IF WS-EV-VALOR = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-RUN-LIDOS.

               MOVE ZEROS TO WS-RG-POS.
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-QTD
                       OR WS-RG-POS > ZEROS
                   IF RG-EVENTO (WS-RG-IDX) = WS-EV-EVENTO
                       MOVE WS-RG-IDX TO WS-RG-POS
                   END-IF
               END-PERFORM.
               IF WS-RG-POS = ZEROS
                   MOVE "EVENTO SEM REGRA CONTABIL"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-EVENTO
                   EXIT PARAGRAPH
               END-IF.
               IF RG-VALIDA (WS-RG-POS) NOT = "S"
                   MOVE "REGRA COM CONTA INVALIDA"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-EVENTO
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-NUMERO-LANCAMENTO.
               MOVE WS-DATA-MOVIMENTO    TO GI-DATA.
               MOVE WS-NUMERO-LANCAMENTO TO GI-LANCAMENTO.
               MOVE WS-EV-VALOR          TO GI-VALOR.
               MOVE WS-EV-EVENTO         TO GI-EVENTO.
               MOVE WS-EV-ORIGEM         TO GI-ORIGEM.
               MOVE WS-EV-DOCUMENTO      TO GI-DOCUMENTO.
               MOVE RG-HISTORICO (WS-RG-POS) TO GI-HISTORICO.

               ADD 1 TO WS-SEQUENCIA.
               MOVE WS-SEQUENCIA         TO GI-SEQUENCIA.
               MOVE RG-DEBITO (WS-RG-POS) TO GI-CONTA.
               MOVE "D"                  TO GI-NATUREZA.
               WRITE LANCAMENTO-CONTABIL-REG.
               ADD GI-VALOR TO WS-TOTAL-DEBITOS.

               ADD 1 TO WS-SEQUENCIA.
               MOVE WS-SEQUENCIA         TO GI-SEQUENCIA.
               MOVE RG-CREDITO (WS-RG-POS) TO GI-CONTA.
               MOVE "C"                  TO GI-NATUREZA.
               WRITE LANCAMENTO-CONTABIL-REG.
               ADD GI-VALOR TO WS-TOTAL-CREDITOS.

               ADD 1 TO WS-RUN-ACEITOS.
               ADD 2 TO WS-RUN-GRAVADOS.
               ADD 1 TO RG-QTD (WS-RG-POS).
               ADD WS-EV-VALOR TO RG-TOTAL (WS-RG-POS).

               MOVE WS-EV-EVENTO         TO LD-EVENTO.
               MOVE WS-EV-ORIGEM         TO LD-ORIGEM.
               MOVE WS-EV-DOCUMENTO      TO LD-DOCUMENTO.
               MOVE RG-DEBITO (WS-RG-POS) TO LD-DEBITO.
               MOVE RG-CREDITO (WS-RG-POS) TO LD-CREDITO.
               MOVE WS-EV-VALOR          TO LD-VALOR.
               MOVE SPACES               TO LD-OBSERVACAO.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           REJEITA-EVENTO.
               ADD 1 TO WS-RUN-REJEITADOS.
               MOVE WS-EV-EVENTO         TO LD-EVENTO.
               MOVE WS-EV-ORIGEM         TO LD-ORIGEM.
               MOVE WS-EV-DOCUMENTO      TO LD-DOCUMENTO.
               MOVE SPACES               TO LD-DEBITO LD-CREDITO.
               MOVE WS-EV-VALOR          TO LD-VALOR.
               MOVE WS-MOTIVO-REJEICAO   TO LD-OBSERVACAO.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-RESUMO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-CABECALHO-RESUMO.
               MOVE LINHA-CABECALHO-RESUMO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-QTD
                   MOVE RG-EVENTO (WS-RG-IDX)  TO LR-EVENTO
                   MOVE RG-DEBITO (WS-RG-IDX)  TO LR-DEBITO
                   MOVE RG-CREDITO (WS-RG-IDX) TO LR-CREDITO
                   MOVE RG-QTD (WS-RG-IDX)     TO LR-QTD
                   MOVE RG-TOTAL (WS-RG-IDX)   TO LR-TOTAL
                   IF RG-VALIDA (WS-RG-IDX) = "S"
                       MOVE SPACES TO LR-SITUACAO
                   ELSE
                       MOVE "*** CONTA INVALIDA" TO LR-SITUACAO
                   END-IF
                   DISPLAY LINHA-RESUMO
                   MOVE LINHA-RESUMO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-ACEITOS TO LT-LANCAMENTOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-DEBITOS TO LT-DEBITOS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-CREDITOS TO LT-CREDITOS.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-REJEITADOS TO LT-REJEITADOS.
               DISPLAY LINHA-TOTAL4.
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           TRANSFERE-LANCAMENTOS.
               OPEN INPUT LANCAMENTO-TRABALHO.
               OPEN EXTEND INTERFACE-CONTABIL.
               IF WS-GI-STATUS = "35"
                   OPEN OUTPUT INTERFACE-CONTABIL
                   CLOSE INTERFACE-CONTABIL
                   OPEN EXTEND INTERFACE-CONTABIL
               END-IF.
               IF WS-GI-STATUS NOT = "00"
                   CLOSE LANCAMENTO-TRABALHO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LANCAMENTO-TRABALHO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           WRITE INTERFACE-CONTABIL-REG
                               FROM LANCAMENTO-CONTABIL-REG
                   END-READ
               END-PERFORM.
               CLOSE LANCAMENTO-TRABALHO.
               CLOSE INTERFACE-CONTABIL.

           GRAVA-CONTROLE-CONTABIL.
               OPEN EXTEND CONTROLE-CONTABIL.
               IF WS-CX-STATUS = "35"
                   OPEN OUTPUT CONTROLE-CONTABIL
                   CLOSE CONTROLE-CONTABIL
                   OPEN EXTEND CONTROLE-CONTABIL
               END-IF.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE WS-DATA-MOVIMENTO    TO CX-DATA-MOVIMENTO.
               MOVE WS-RUN-DATA          TO CX-DATA-EXECUCAO.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO CX-HORA.
               MOVE WS-RUN-ACEITOS       TO CX-LANCAMENTOS.
               MOVE WS-TOTAL-DEBITOS     TO CX-TOTAL-DEBITOS.
               MOVE WS-TOTAL-CREDITOS    TO CX-TOTAL-CREDITOS.
               MOVE WS-OPERADOR          TO CX-OPERADOR.
               WRITE CONTROLE-CONTABIL-REG.
               CLOSE CONTROLE-CONTABIL.

           GRAVA-AUDITORIA-LOTE.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "LANCAMENTO-CONTABIL" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA       TO AJ-DATA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "MOVIMENTO " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE
                   INTO AJ-CHAVE.
               MOVE WS-TOTAL-DEBITOS  TO AJ-VALOR.
               MOVE "LOTE CONTABIL GERADO" TO AJ-DESCRICAO.
               MOVE WS-OPERADOR       TO AJ-OPERADOR.
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

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
               MOVE "LANCAMENTO-CONTABIL" TO RN-PROGRAMA.
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
               MOVE WS-DATA-MOVIMENTO  TO LCD-DATA-MOVIMENTO.
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
               MOVE "LANCAMENTO-CONTABIL" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
