       IDENTIFICATION DIVISION.
             PROGRAM-ID. MENSALIDADES-A-RECEBER.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT ALUNOS-MASTER ASSIGN TO "ALUNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AL-MATRICULA
                     FILE STATUS IS WS-AL-STATUS.
                 SELECT MENSALIDADE ASSIGN TO "MENSALID.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MS-STATUS.
                 SELECT RECEBIMENTO-ALUNO ASSIGN TO "RECALUNO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RA-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  ALUNOS-MASTER.
               COPY "ALUNMST.CPY".

           FD  MENSALIDADE.
               COPY "MENSALID.CPY".

           FD  RECEBIMENTO-ALUNO.
               COPY "RECALUNO.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-RA-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-MODO         PIC X(01) VALUE "C".
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "MENSALID.DAT EM USO POR OUTRO PROCESSO".

           01 WS-PAGA-MATRICULA PIC X(10) VALUE SPACES.
           01 WS-PAGA-PERIODO   PIC X(06) VALUE SPACES.
           01 WS-PAGA-PARCELA   PIC 9(02) VALUE ZEROS.
           01 WS-PAGA-VALOR     PIC 9(07)V99 VALUE ZEROS.
           01 WS-PAGA-DATA      PIC 9(08) VALUE ZEROS.
           01 WS-PAGA-ACHOU     PIC X(01) VALUE "N".
           01 WS-PAGA-POS       PIC 9(04) VALUE ZEROS.
           01 WS-PAGAMENTOS     PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-MENSALIDADES.
               02 WS-MENS-GUARDADA OCCURS 3000 TIMES PIC X(111).
           01 WS-MENS-QTD     PIC 9(04) VALUE ZEROS.
           01 WS-MENS-IDX     PIC 9(04) VALUE ZEROS.
           01 WS-MENS-CHEIA   PIC X(01) VALUE "N".

           01 WS-TOTAL-PARCELAS PIC 9(04) VALUE ZEROS.
           01 WS-TOTAL-ABERTOS  PIC 9(04) VALUE ZEROS.
           01 WS-VALOR-ABERTO   PIC 9(09)V99 VALUE ZEROS.
           01 WS-VALOR-VENCIDO  PIC 9(09)V99 VALUE ZEROS.

           01 LINHA-CABECALHO-PARCELAS PIC X(76) VALUE
               "PERIODO PC  VENCIMENTO      VALOR       PAGO      SALDO
      -        "  SITUACAO".
           01 LINHA-PARCELA.
               02 LP-PERIODO     PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-PARCELA     PIC 99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-VALOR       PIC ZZZZZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-PAGO        PIC ZZZZZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LP-SALDO       PIC ZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LP-SITUACAO    PIC X(10).
           01 LINHA-VALOR.
               02 LV-TITULO      PIC X(28).
               02 LV-VALOR       PIC ZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (P-PAGAMENTO/C-CONSULTA): ".
               02 MENSA-MATRICULA PIC X(50) VALUE
                   "DIGITE A MATRICULA DO ALUNO: ".
               02 MENSA-ALUNO-NAO-ACHOU PIC X(50) VALUE
                   "ALUNO NAO CADASTRADO".
               02 MENSA-SEM-PARCELAS PIC X(50) VALUE
                   "ALUNO SEM MENSALIDADES REGISTRADAS".
               02 MENSA-SEM-ABERTOS PIC X(50) VALUE
                   "ALUNO SEM MENSALIDADES EM ABERTO".
               02 MENSA-PERIODO PIC X(50) VALUE
                   "DIGITE O PERIODO (BRANCO ENCERRA): ".
               02 MENSA-PARCELA PIC X(50) VALUE
                   "DIGITE O NUMERO DA PARCELA: ".
               02 MENSA-VALOR PIC X(50) VALUE
                   "DIGITE O VALOR RECEBIDO: ".
               02 MENSA-DATA-PAGTO PIC X(50) VALUE
                   "DIGITE A DATA DO PAGAMENTO (AAAAMMDD): ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "PARCELA NAO ENCONTRADA OU JA QUITADA".
               02 MENSA-VALOR-INVALIDO PIC X(50) VALUE
                   "VALOR ZERADO OU MAIOR QUE O SALDO DA PARCELA".
               02 MENSA-PAGO PIC X(50) VALUE
                   "RECEBIMENTO REGISTRADO - SALDO RESTANTE: ".

       PROCEDURE DIVISION.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               MOVE ANO TO WS-DATA-HOJE(1:4).
               MOVE MES TO WS-DATA-HOJE(5:2).
               MOVE DIA TO WS-DATA-HOJE(7:2).

               DISPLAY MENSA-MODO.
               ACCEPT WS-MODO.

               EVALUATE WS-MODO
                   WHEN "P"
                   WHEN "p"
                       PERFORM POSTA-PAGAMENTO
                   WHEN OTHER
                       PERFORM CONSULTA-ALUNO
               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           POSTA-PAGAMENTO.
               MOVE "V" TO CT-FUNCAO.
               MOVE "MENSALID.DAT" TO CT-ARQUIVO.
               MOVE "MENSALIDADES-A-RECEBER" TO CT-PROGRAMA.
               MOVE "T" TO CT-TIPO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.
               IF CT-HA-CONFLITO
                   DISPLAY MENSA-ARQUIVO-TRAVADO
                   DISPLAY CT-PROGRAMA-CONFLITO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "R" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

               PERFORM CARREGA-MENSALIDADES.

               PERFORM SOLICITA-ALUNO.
               IF WS-AL-STATUS = "00"
                   PERFORM LISTA-PARCELAS-ALUNO
               END-IF.

               IF WS-AL-STATUS = "00" AND WS-TOTAL-ABERTOS > ZEROS
                   DISPLAY MENSA-DATA-PAGTO
                   ACCEPT WS-PAGA-DATA
                   IF WS-PAGA-DATA = ZEROS
                       MOVE WS-DATA-HOJE TO WS-PAGA-DATA
                   END-IF

                   OPEN EXTEND RECEBIMENTO-ALUNO
                   IF WS-RA-STATUS = "35"
                       OPEN OUTPUT RECEBIMENTO-ALUNO
                       CLOSE RECEBIMENTO-ALUNO
                       OPEN EXTEND RECEBIMENTO-ALUNO
                   END-IF

                   DISPLAY MENSA-PERIODO
                   MOVE SPACES TO WS-PAGA-PERIODO
                   ACCEPT WS-PAGA-PERIODO
                   PERFORM UNTIL WS-PAGA-PERIODO = SPACES
                       DISPLAY MENSA-PARCELA
                       ACCEPT WS-PAGA-PARCELA
                       PERFORM APLICA-PAGAMENTO
                       DISPLAY MENSA-PERIODO
                       MOVE SPACES TO WS-PAGA-PERIODO
                       ACCEPT WS-PAGA-PERIODO
                   END-PERFORM

                   CLOSE RECEBIMENTO-ALUNO

                   IF WS-PAGAMENTOS > ZEROS
                       PERFORM REGRAVA-MENSALIDADES
                   END-IF
               END-IF.

               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

           CONSULTA-ALUNO.
               PERFORM CARREGA-MENSALIDADES.
               PERFORM SOLICITA-ALUNO.
               IF WS-AL-STATUS = "00"
                   PERFORM LISTA-PARCELAS-ALUNO
               END-IF.

           SOLICITA-ALUNO.
               DISPLAY MENSA-MATRICULA.
               ACCEPT WS-PAGA-MATRICULA.
               OPEN INPUT ALUNOS-MASTER.
               MOVE WS-PAGA-MATRICULA TO AL-MATRICULA.
               IF WS-AL-STATUS = "00"
                   READ ALUNOS-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.
               IF WS-AL-STATUS NOT = "00"
                   DISPLAY MENSA-ALUNO-NAO-ACHOU
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   DISPLAY AL-MATRICULA " " AL-NOME
                   DISPLAY AL-CURSO
               END-IF.
               CLOSE ALUNOS-MASTER.

           LISTA-PARCELAS-ALUNO.
               MOVE ZEROS TO WS-TOTAL-PARCELAS WS-TOTAL-ABERTOS
                             WS-VALOR-ABERTO WS-VALOR-VENCIDO.
               DISPLAY LINHA-CABECALHO-PARCELAS.
               PERFORM VARYING WS-MENS-IDX FROM 1 BY 1
                       UNTIL WS-MENS-IDX > WS-MENS-QTD
                   MOVE WS-MENS-GUARDADA (WS-MENS-IDX)
                       TO MENSALIDADE-REG
                   IF MS-MATRICULA = WS-PAGA-MATRICULA
                       PERFORM EXIBE-PARCELA
                   END-IF
               END-PERFORM.
               IF WS-TOTAL-PARCELAS = ZEROS
                   DISPLAY MENSA-SEM-PARCELAS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-TOTAL-ABERTOS = ZEROS
                   DISPLAY MENSA-SEM-ABERTOS
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY SPACE.
               MOVE "TOTAL EM ABERTO:" TO LV-TITULO.
               MOVE WS-VALOR-ABERTO TO LV-VALOR.
               DISPLAY LINHA-VALOR.
               MOVE "TOTAL VENCIDO:" TO LV-TITULO.
               MOVE WS-VALOR-VENCIDO TO LV-VALOR.
               DISPLAY LINHA-VALOR.

           EXIBE-PARCELA.
               ADD 1 TO WS-TOTAL-PARCELAS.
               MOVE MS-PERIODO         TO LP-PERIODO.
               MOVE MS-PARCELA         TO LP-PARCELA.
               MOVE MS-DATA-VENCIMENTO TO LP-VENCIMENTO.
               MOVE MS-VALOR           TO LP-VALOR.
               MOVE MS-VALOR-PAGO      TO LP-PAGO.
               MOVE MS-SALDO           TO LP-SALDO.
               IF MS-QUITADA
                   MOVE "QUITADA" TO LP-SITUACAO
               ELSE
                   ADD 1 TO WS-TOTAL-ABERTOS
                   ADD MS-SALDO TO WS-VALOR-ABERTO
                   IF MS-DATA-VENCIMENTO < WS-DATA-HOJE
                       ADD MS-SALDO TO WS-VALOR-VENCIDO
                       MOVE "VENCIDA" TO LP-SITUACAO
                   ELSE
                       MOVE "A VENCER" TO LP-SITUACAO
                   END-IF
               END-IF.
               DISPLAY LINHA-PARCELA.

           APLICA-PAGAMENTO.
               MOVE "N"   TO WS-PAGA-ACHOU.
               MOVE ZEROS TO WS-PAGA-POS.
               PERFORM VARYING WS-MENS-IDX FROM 1 BY 1
                       UNTIL WS-MENS-IDX > WS-MENS-QTD
                       OR WS-PAGA-ACHOU = "S"
                   MOVE WS-MENS-GUARDADA (WS-MENS-IDX)
                       TO MENSALIDADE-REG
                   IF MS-MATRICULA = WS-PAGA-MATRICULA
                           AND MS-PERIODO = WS-PAGA-PERIODO
                           AND MS-PARCELA = WS-PAGA-PARCELA
                           AND MS-ABERTA
                       MOVE "S" TO WS-PAGA-ACHOU
                       MOVE WS-MENS-IDX TO WS-PAGA-POS
                   END-IF
               END-PERFORM.

               IF WS-PAGA-ACHOU = "N"
                   DISPLAY MENSA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-MENS-GUARDADA (WS-PAGA-POS)
                   TO MENSALIDADE-REG.
               DISPLAY MENSA-VALOR.
               ACCEPT WS-PAGA-VALOR.
               IF WS-PAGA-VALOR = ZEROS OR WS-PAGA-VALOR > MS-SALDO
                   DISPLAY MENSA-VALOR-INVALIDO
                   EXIT PARAGRAPH
               END-IF.

               ADD WS-PAGA-VALOR TO MS-VALOR-PAGO.
               SUBTRACT WS-PAGA-VALOR FROM MS-SALDO.
               MOVE WS-PAGA-DATA TO MS-DATA-ULTIMO-PAGTO.
               IF MS-SALDO = ZEROS
                   MOVE "Q" TO MS-STATUS
               END-IF.
               MOVE MENSALIDADE-REG
                   TO WS-MENS-GUARDADA (WS-PAGA-POS).
               ADD 1 TO WS-PAGAMENTOS.

               PERFORM CARREGA-OPERADOR.
               MOVE MS-MATRICULA  TO RA-MATRICULA.
               MOVE MS-PERIODO    TO RA-PERIODO.
               MOVE MS-PARCELA    TO RA-PARCELA.
               MOVE WS-PAGA-DATA  TO RA-DATA.
               MOVE WS-PAGA-VALOR TO RA-VALOR.
               MOVE MS-SALDO      TO RA-SALDO-RESTANTE.
               MOVE WS-OPERADOR   TO RA-OPERADOR.
               WRITE RECEBIMENTO-ALUNO-REG.

               PERFORM GRAVA-AUDITORIA-PAGAMENTO.
               MOVE MS-SALDO TO LV-VALOR.
               DISPLAY MENSA-PAGO LV-VALOR.

           CARREGA-MENSALIDADES.
               MOVE ZEROS TO WS-MENS-QTD.
               MOVE "N"   TO WS-MENS-CHEIA.
               OPEN INPUT MENSALIDADE.
               IF WS-MS-STATUS NOT = "00"
                   CLOSE MENSALIDADE
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ MENSALIDADE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-MENS-QTD < 3000
                               ADD 1 TO WS-MENS-QTD
                               MOVE MENSALIDADE-REG TO
                                   WS-MENS-GUARDADA (WS-MENS-QTD)
                           ELSE
                               MOVE "S" TO WS-MENS-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MENSALIDADE.
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-MENSALIDADES.
               IF WS-MENS-CHEIA = "S"
                   DISPLAY "MAIS DE 3000 PARCELAS - ARQUIVO NAO"
                       " REGRAVADO"
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT MENSALIDADE.
               PERFORM VARYING WS-MENS-IDX FROM 1 BY 1
                       UNTIL WS-MENS-IDX > WS-MENS-QTD
                   MOVE WS-MENS-GUARDADA (WS-MENS-IDX)
                       TO MENSALIDADE-REG
                   WRITE MENSALIDADE-REG
               END-PERFORM.
               CLOSE MENSALIDADE.

           GRAVA-AUDITORIA-PAGAMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MENSALIDADES-A-RECEBER" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING MS-MATRICULA " " MS-PERIODO " PC " MS-PARCELA
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-PAGA-VALOR     TO AJ-VALOR.
               MOVE "RECEBIMENTO DE MENSALIDADE" TO AJ-DESCRICAO.
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
