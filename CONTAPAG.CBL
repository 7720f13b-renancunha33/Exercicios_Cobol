       IDENTIFICATION DIVISION.
             PROGRAM-ID. CONTAS-A-PAGAR.
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
                 SELECT CONTA-PAGAR ASSIGN TO "CTAPAG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CP-STATUS.
                 SELECT PAGAMENTO-FORNECEDOR ASSIGN TO "PAGFORN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PF-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  FORNECEDOR-MASTER.
               COPY "FORNREG.CPY".

           FD  CONTA-PAGAR.
               COPY "CTAPAG.CPY".

           FD  PAGAMENTO-FORNECEDOR.
               COPY "PAGFORN.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-FN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-PF-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-MODO         PIC X(01) VALUE "A".
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           01 WS-DATA-FIM-SEMANA PIC 9(08) VALUE ZEROS.
           01 WS-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "CTAPAG.DAT EM USO POR OUTRO PROCESSO".

           01 WS-PAGA-FORNECEDOR PIC 9(04) VALUE ZEROS.
           01 WS-PAGA-NUMERO  PIC X(10) VALUE SPACES.
           01 WS-PAGA-VALOR   PIC 9(09)V99 VALUE ZEROS.
           01 WS-PAGA-DATA    PIC 9(08) VALUE ZEROS.
           01 WS-PAGA-ACHOU   PIC X(01) VALUE "N".
           01 WS-PAGA-POS     PIC 9(03) VALUE ZEROS.
           01 WS-PAGAMENTOS   PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-PAGAR.
               02 WS-PAGAR-GUARDADO OCCURS 500 TIMES PIC X(83).
           01 WS-PAGAR-QTD    PIC 9(03) VALUE ZEROS.
           01 WS-PAGAR-IDX    PIC 9(03) VALUE ZEROS.
           01 WS-PAGAR-CHEIA  PIC X(01) VALUE "N".

           01 WS-TABELA-FORNECEDORES.
               02 WS-AG-FORNECEDOR-ITEM OCCURS 200 TIMES.
                   03 WS-AG-FORNECEDOR PIC 9(04).
                   03 WS-AG-FAIXA      OCCURS 5 TIMES PIC 9(10)V99.
                   03 WS-AG-TOTAL      PIC 9(10)V99.
           01 WS-AG-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-AG-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-AG-POS       PIC 9(03) VALUE ZEROS.
           01 WS-AG-CHEIA     PIC X(01) VALUE "N".

           01 WS-TOTAL-ABERTOS PIC 9(06) VALUE ZEROS.
           01 WS-VALOR-ABERTO  PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-SEMANA  PIC 9(10)V99 VALUE ZEROS.
           01 WS-TOTAL-VENCIDO PIC 9(10)V99 VALUE ZEROS.

           01 WS-FAIXA-VALOR OCCURS 5 TIMES PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXA-IDX    PIC 9(01) VALUE ZEROS.
           01 WS-ZERA-IDX     PIC 9(01) VALUE ZEROS.

           01 LINHA-CABECALHO-ABERTOS PIC X(70) VALUE
               "NOTA        EMISSAO   VENCIMENTO     ORIGINAL        SA
      -        "LDO".
           01 LINHA-ABERTO.
               02 LB-NUMERO      PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-EMISSAO     PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-ORIGINAL    PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-SALDO       PIC ZZZZZZZZ9,99.
           01 LINHA-AGING.
               02 LA-NUMERO      PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-FORNECEDOR  PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-VALOR       PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-DIAS        PIC ZZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-FAIXA       PIC X(12).
           01 LINHA-CABECALHO-FORNECEDOR PIC X(102) VALUE
               "FORN  NOME                  A VENCER    1-30 DIAS   31-6
      -        "0 DIAS   61-90 DIAS     90+ DIAS         TOTAL".
           01 LINHA-FORNECEDOR.
               02 LC-FORNECEDOR  PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-NOME        PIC X(20).
               02 LC-FAIXA-EDIT  OCCURS 5 TIMES.
                   03 LC-FAIXA   PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LC-TOTAL       PIC ZZZZZZZZZ9,99.
           01 LINHA-FAIXA.
               02 LF-TITULO      PIC X(20).
               02 LF-VALOR       PIC ZZZZZZZZZ9,99.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "TITULOS EM ABERTO:".
               02 LT-ABERTOS        PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "VALOR TOTAL EM ABERTO:".
               02 LT-VALOR-ABERTO   PIC ZZZZZZZZZ9,99.

           01 LINHA-TITULO-SEMANA.
               02 FILLER         PIC X(36) VALUE
                   "PROGRAMACAO DE PAGAMENTOS ATE ".
               02 LTS-FIM-SEMANA PIC 9(08).
           01 LINHA-FORNECEDOR-SEMANA.
               02 FILLER         PIC X(11) VALUE "FORNECEDOR ".
               02 LFS-FORNECEDOR PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LFS-NOME       PIC X(30).
           01 LINHA-CABECALHO-SEMANA PIC X(60) VALUE
               "  NOTA        VENCIMENTO         SALDO  SITUACAO".
           01 LINHA-SEMANA.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-NUMERO      PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-SALDO       PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LS-SITUACAO    PIC X(08).
           01 LINHA-SUBTOTAL-SEMANA.
               02 FILLER         PIC X(24) VALUE
                   "  TOTAL DO FORNECEDOR: ".
               02 LSS-TOTAL      PIC ZZZZZZZZZ9,99.
           01 LINHA-TOTAL-SEMANA.
               02 FILLER   PIC X(28) VALUE "TOTAL A PAGAR NA SEMANA:".
               02 LTS-TOTAL         PIC ZZZZZZZZZ9,99.
           01 LINHA-TOTAL-VENCIDO.
               02 FILLER   PIC X(28) VALUE "  DOS QUAIS JA VENCIDOS:".
               02 LTV-TOTAL         PIC ZZZZZZZZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (P-PAGAMENTO/A-AGING/S-SEMANA): ".
               02 MENSA-FORNECEDOR PIC X(50) VALUE
                   "DIGITE O CODIGO DO FORNECEDOR: ".
               02 MENSA-SEM-ABERTOS PIC X(50) VALUE
                   "FORNECEDOR SEM TITULOS EM ABERTO".
               02 MENSA-NUMERO PIC X(50) VALUE
                   "DIGITE O NUMERO DA NOTA (BRANCO ENCERRA): ".
               02 MENSA-VALOR PIC X(50) VALUE
                   "DIGITE O VALOR PAGO: ".
               02 MENSA-DATA-PAGTO PIC X(50) VALUE
                   "DIGITE A DATA DO PAGAMENTO (AAAAMMDD): ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "NOTA NAO ENCONTRADA, DE OUTRO FORNECEDOR OU PAGA".
               02 MENSA-VALOR-INVALIDO PIC X(50) VALUE
                   "VALOR ZERADO OU MAIOR QUE O SALDO DA NOTA".
               02 MENSA-PAGO PIC X(50) VALUE
                   "PAGAMENTO REGISTRADO - SALDO RESTANTE: ".

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
                   WHEN "S"
                   WHEN "s"
                       PERFORM PROGRAMACAO-SEMANAL
                   WHEN OTHER
                       PERFORM AGING
               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           POSTA-PAGAMENTO.
               MOVE "V" TO CT-FUNCAO.
               MOVE "CTAPAG.DAT" TO CT-ARQUIVO.
               MOVE "CONTAS-A-PAGAR" TO CT-PROGRAMA.
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

               PERFORM CARREGA-PAGAR.

               DISPLAY MENSA-FORNECEDOR.
               ACCEPT WS-PAGA-FORNECEDOR.
               PERFORM LISTA-ABERTOS-FORNECEDOR.

               IF WS-TOTAL-ABERTOS > ZEROS
                   DISPLAY MENSA-DATA-PAGTO
                   ACCEPT WS-PAGA-DATA
                   IF WS-PAGA-DATA = ZEROS
                       MOVE WS-DATA-HOJE TO WS-PAGA-DATA
                   END-IF

                   OPEN EXTEND PAGAMENTO-FORNECEDOR
                   IF WS-PF-STATUS = "35"
                       OPEN OUTPUT PAGAMENTO-FORNECEDOR
                       CLOSE PAGAMENTO-FORNECEDOR
                       OPEN EXTEND PAGAMENTO-FORNECEDOR
                   END-IF

                   DISPLAY MENSA-NUMERO
                   ACCEPT WS-PAGA-NUMERO
                   PERFORM UNTIL WS-PAGA-NUMERO = SPACES
                       PERFORM APLICA-PAGAMENTO
                       DISPLAY MENSA-NUMERO
                       ACCEPT WS-PAGA-NUMERO
                   END-PERFORM

                   CLOSE PAGAMENTO-FORNECEDOR

                   IF WS-PAGAMENTOS > ZEROS
                       PERFORM REGRAVA-PAGAR
                   END-IF
               END-IF.

               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

           LISTA-ABERTOS-FORNECEDOR.
               MOVE ZEROS TO WS-TOTAL-ABERTOS.
               DISPLAY LINHA-CABECALHO-ABERTOS.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   IF CP-FORNECEDOR = WS-PAGA-FORNECEDOR AND CP-ABERTO
                       ADD 1 TO WS-TOTAL-ABERTOS
                       MOVE CP-NUMERO-NF       TO LB-NUMERO
                       MOVE CP-DATA-EMISSAO    TO LB-EMISSAO
                       MOVE CP-DATA-VENCIMENTO TO LB-VENCIMENTO
                       MOVE CP-VALOR-ORIGINAL  TO LB-ORIGINAL
                       MOVE CP-SALDO           TO LB-SALDO
                       DISPLAY LINHA-ABERTO
                   END-IF
               END-PERFORM.
               IF WS-TOTAL-ABERTOS = ZEROS
                   DISPLAY MENSA-SEM-ABERTOS
               END-IF.

           APLICA-PAGAMENTO.
               MOVE "N"   TO WS-PAGA-ACHOU.
               MOVE ZEROS TO WS-PAGA-POS.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                       OR WS-PAGA-ACHOU = "S"
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   IF CP-NUMERO-NF = WS-PAGA-NUMERO
                           AND CP-FORNECEDOR = WS-PAGA-FORNECEDOR
                           AND CP-ABERTO
                       MOVE "S" TO WS-PAGA-ACHOU
                       MOVE WS-PAGAR-IDX TO WS-PAGA-POS
                   END-IF
               END-PERFORM.

               IF WS-PAGA-ACHOU = "N"
                   DISPLAY MENSA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-PAGAR-GUARDADO (WS-PAGA-POS)
                   TO CONTA-PAGAR-REG.
               DISPLAY MENSA-VALOR.
               ACCEPT WS-PAGA-VALOR.
               IF WS-PAGA-VALOR = ZEROS OR WS-PAGA-VALOR > CP-SALDO
                   DISPLAY MENSA-VALOR-INVALIDO
                   EXIT PARAGRAPH
               END-IF.

               ADD WS-PAGA-VALOR TO CP-VALOR-PAGO.
               SUBTRACT WS-PAGA-VALOR FROM CP-SALDO.
               MOVE WS-PAGA-DATA TO CP-DATA-ULTIMO-PAGTO.
               IF CP-SALDO = ZEROS
                   MOVE "Q" TO CP-STATUS
               END-IF.
               MOVE CONTA-PAGAR-REG
                   TO WS-PAGAR-GUARDADO (WS-PAGA-POS).
               ADD 1 TO WS-PAGAMENTOS.

               PERFORM CARREGA-OPERADOR.
               MOVE CP-FORNECEDOR TO PF-FORNECEDOR.
               MOVE CP-NUMERO-NF  TO PF-NUMERO-NF.
               MOVE WS-PAGA-DATA  TO PF-DATA.
               MOVE WS-PAGA-VALOR TO PF-VALOR.
               MOVE CP-SALDO      TO PF-SALDO-RESTANTE.
               MOVE WS-OPERADOR   TO PF-OPERADOR.
               WRITE PAGAMENTO-FORNECEDOR-REG.

               PERFORM GRAVA-AUDITORIA-PAGAMENTO.
               MOVE CP-SALDO TO LF-VALOR.
               DISPLAY MENSA-PAGO LF-VALOR.

           CARREGA-PAGAR.
               MOVE ZEROS TO WS-PAGAR-QTD.
               MOVE "N"   TO WS-PAGAR-CHEIA.
               OPEN INPUT CONTA-PAGAR.
               IF WS-CP-STATUS NOT = "00"
                   CLOSE CONTA-PAGAR
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
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-PAGAR.
               IF WS-PAGAR-CHEIA = "S"
                   DISPLAY "MAIS DE 500 TITULOS - ARQUIVO NAO"
                       " REGRAVADO"
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT CONTA-PAGAR.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   WRITE CONTA-PAGAR-REG
               END-PERFORM.
               CLOSE CONTA-PAGAR.

           AGING.
               OPEN INPUT CONTA-PAGAR.
               IF WS-CP-STATUS NOT = "00"
                   DISPLAY "NENHUM TITULO A PAGAR REGISTRADO"
                   CLOSE CONTA-PAGAR
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "AGING DE CONTAS A PAGAR POR FORNECEDOR".
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTA-PAGAR
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CP-ABERTO
                               PERFORM AGING-UM-TITULO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-PAGAR.

               DISPLAY SPACE.
               DISPLAY LINHA-CABECALHO-FORNECEDOR.
               OPEN INPUT FORNECEDOR-MASTER.
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-QTD
                   PERFORM EXIBE-AGING-FORNECEDOR
               END-PERFORM.
               CLOSE FORNECEDOR-MASTER.
               IF WS-AG-CHEIA = "S"
                   DISPLAY "MAIS DE 200 FORNECEDORES EM ABERTO - RESUMO"
                       " PARCIAL"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

               DISPLAY SPACE.
               MOVE "A VENCER:          " TO LF-TITULO.
               MOVE WS-FAIXA-VALOR (1) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.
               MOVE "VENCIDO 1-30 DIAS: " TO LF-TITULO.
               MOVE WS-FAIXA-VALOR (2) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.
               MOVE "VENCIDO 31-60 DIAS:" TO LF-TITULO.
               MOVE WS-FAIXA-VALOR (3) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.
               MOVE "VENCIDO 61-90 DIAS:" TO LF-TITULO.
               MOVE WS-FAIXA-VALOR (4) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.
               MOVE "VENCIDO 90+ DIAS:  " TO LF-TITULO.
               MOVE WS-FAIXA-VALOR (5) TO LF-VALOR.
               DISPLAY LINHA-FAIXA.

               DISPLAY SPACE.
               MOVE WS-TOTAL-ABERTOS TO LT-ABERTOS.
               MOVE WS-VALOR-ABERTO  TO LT-VALOR-ABERTO.
               DISPLAY LINHA-TOTAL2.
               DISPLAY LINHA-TOTAL3.

           AGING-UM-TITULO.
               ADD 1 TO WS-TOTAL-ABERTOS.
               ADD CP-SALDO TO WS-VALOR-ABERTO.

               MOVE "D" TO SD-FUNCAO.
               MOVE CP-DATA-VENCIMENTO TO SD-DATA1.
               MOVE WS-DATA-HOJE       TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   MOVE ZEROS TO WS-DIAS-ATRASO
               ELSE
                   MOVE SD-DIAS TO WS-DIAS-ATRASO
               END-IF.

               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO = 0
                       MOVE 1 TO WS-FAIXA-IDX
                       MOVE "A VENCER"    TO LA-FAIXA
                   WHEN WS-DIAS-ATRASO <= 30
                       MOVE 2 TO WS-FAIXA-IDX
                       MOVE "1-30 DIAS"   TO LA-FAIXA
                   WHEN WS-DIAS-ATRASO <= 60
                       MOVE 3 TO WS-FAIXA-IDX
                       MOVE "31-60 DIAS"  TO LA-FAIXA
                   WHEN WS-DIAS-ATRASO <= 90
                       MOVE 4 TO WS-FAIXA-IDX
                       MOVE "61-90 DIAS"  TO LA-FAIXA
                   WHEN OTHER
                       MOVE 5 TO WS-FAIXA-IDX
                       MOVE "90+ DIAS"    TO LA-FAIXA
               END-EVALUATE.
               ADD CP-SALDO TO WS-FAIXA-VALOR (WS-FAIXA-IDX).
               PERFORM ACUMULA-FORNECEDOR.

               MOVE CP-NUMERO-NF       TO LA-NUMERO.
               MOVE CP-FORNECEDOR      TO LA-FORNECEDOR.
               MOVE CP-DATA-VENCIMENTO TO LA-VENCIMENTO.
               MOVE CP-SALDO           TO LA-VALOR.
               MOVE WS-DIAS-ATRASO     TO LA-DIAS.
               DISPLAY LINHA-AGING.

           ACUMULA-FORNECEDOR.
               MOVE ZEROS TO WS-AG-POS.
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-QTD
                       OR WS-AG-POS > ZEROS
                   IF WS-AG-FORNECEDOR (WS-AG-IDX) = CP-FORNECEDOR
                       MOVE WS-AG-IDX TO WS-AG-POS
                   END-IF
               END-PERFORM.
               IF WS-AG-POS = ZEROS
                   IF WS-AG-QTD < 200
                       ADD 1 TO WS-AG-QTD
                       MOVE WS-AG-QTD TO WS-AG-POS
                       MOVE CP-FORNECEDOR
                           TO WS-AG-FORNECEDOR (WS-AG-POS)
                       MOVE ZEROS TO WS-AG-TOTAL (WS-AG-POS)
                       PERFORM VARYING WS-ZERA-IDX FROM 1 BY 1
                               UNTIL WS-ZERA-IDX > 5
                           MOVE ZEROS TO
                               WS-AG-FAIXA (WS-AG-POS, WS-ZERA-IDX)
                       END-PERFORM
                   ELSE
                       MOVE "S" TO WS-AG-CHEIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD CP-SALDO TO WS-AG-TOTAL (WS-AG-POS).
               IF WS-FAIXA-IDX > ZEROS
                   ADD CP-SALDO TO
                       WS-AG-FAIXA (WS-AG-POS, WS-FAIXA-IDX)
               END-IF.

           EXIBE-AGING-FORNECEDOR.
               MOVE WS-AG-FORNECEDOR (WS-AG-IDX) TO LC-FORNECEDOR.
               MOVE SPACES TO LC-NOME.
               MOVE WS-AG-FORNECEDOR (WS-AG-IDX) TO FN-CODIGO.
               IF WS-FN-STATUS = "00" OR WS-FN-STATUS = "23"
                   READ FORNECEDOR-MASTER
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO LC-NOME
                       NOT INVALID KEY
                           MOVE FN-NOME TO LC-NOME
                   END-READ
               END-IF.
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 5
                   MOVE WS-AG-FAIXA (WS-AG-IDX, WS-FAIXA-IDX)
                       TO LC-FAIXA (WS-FAIXA-IDX)
               END-PERFORM.
               MOVE WS-AG-TOTAL (WS-AG-IDX) TO LC-TOTAL.
               DISPLAY LINHA-FORNECEDOR.

           PROGRAMACAO-SEMANAL.
               MOVE "W" TO SD-FUNCAO.
               MOVE WS-DATA-HOJE TO SD-DATA1.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE "S" TO SD-FUNCAO.
               MOVE WS-DATA-HOJE TO SD-DATA1.
               COMPUTE SD-DIAS = 7 - SD-DIA-DA-SEMANA.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE SD-DATA-RESULTADO TO WS-DATA-FIM-SEMANA.

               PERFORM CARREGA-PAGAR.
               IF WS-PAGAR-QTD = ZEROS
                   DISPLAY "NENHUM TITULO A PAGAR REGISTRADO"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-AG-QTD.
               MOVE ZEROS TO WS-FAIXA-IDX.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   IF CP-ABERTO
                           AND CP-DATA-VENCIMENTO <= WS-DATA-FIM-SEMANA
                       PERFORM ACUMULA-FORNECEDOR
                   END-IF
               END-PERFORM.

               MOVE WS-DATA-FIM-SEMANA TO LTS-FIM-SEMANA.
               DISPLAY LINHA-TITULO-SEMANA.
               OPEN INPUT FORNECEDOR-MASTER.
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-QTD
                   PERFORM EXIBE-SEMANA-FORNECEDOR
               END-PERFORM.
               CLOSE FORNECEDOR-MASTER.
               IF WS-AG-CHEIA = "S"
                   DISPLAY "MAIS DE 200 FORNECEDORES NA SEMANA -"
                       " PROGRAMACAO PARCIAL"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               IF WS-PAGAR-CHEIA = "S"
                   DISPLAY "MAIS DE 500 TITULOS - PROGRAMACAO PARCIAL"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

               DISPLAY SPACE.
               MOVE WS-TOTAL-SEMANA  TO LTS-TOTAL.
               MOVE WS-TOTAL-VENCIDO TO LTV-TOTAL.
               DISPLAY LINHA-TOTAL-SEMANA.
               DISPLAY LINHA-TOTAL-VENCIDO.

           EXIBE-SEMANA-FORNECEDOR.
               DISPLAY SPACE.
               MOVE WS-AG-FORNECEDOR (WS-AG-IDX) TO LFS-FORNECEDOR.
               MOVE SPACES TO LFS-NOME.
               MOVE WS-AG-FORNECEDOR (WS-AG-IDX) TO FN-CODIGO.
               IF WS-FN-STATUS = "00" OR WS-FN-STATUS = "23"
                   READ FORNECEDOR-MASTER
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO LFS-NOME
                       NOT INVALID KEY
                           MOVE FN-NOME TO LFS-NOME
                   END-READ
               END-IF.
               DISPLAY LINHA-FORNECEDOR-SEMANA.
               DISPLAY LINHA-CABECALHO-SEMANA.
               PERFORM VARYING WS-PAGAR-IDX FROM 1 BY 1
                       UNTIL WS-PAGAR-IDX > WS-PAGAR-QTD
                   MOVE WS-PAGAR-GUARDADO (WS-PAGAR-IDX)
                       TO CONTA-PAGAR-REG
                   IF CP-ABERTO
                           AND CP-FORNECEDOR =
                               WS-AG-FORNECEDOR (WS-AG-IDX)
                           AND CP-DATA-VENCIMENTO <= WS-DATA-FIM-SEMANA
                       MOVE CP-NUMERO-NF       TO LS-NUMERO
                       MOVE CP-DATA-VENCIMENTO TO LS-VENCIMENTO
                       MOVE CP-SALDO           TO LS-SALDO
                       IF CP-DATA-VENCIMENTO < WS-DATA-HOJE
                           MOVE "VENCIDO" TO LS-SITUACAO
                           ADD CP-SALDO TO WS-TOTAL-VENCIDO
                       ELSE
                           MOVE "A VENCER" TO LS-SITUACAO
                       END-IF
                       ADD CP-SALDO TO WS-TOTAL-SEMANA
                       DISPLAY LINHA-SEMANA
                   END-IF
               END-PERFORM.
               MOVE WS-AG-TOTAL (WS-AG-IDX) TO LSS-TOTAL.
               DISPLAY LINHA-SUBTOTAL-SEMANA.

           GRAVA-AUDITORIA-PAGAMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CONTAS-A-PAGAR"  TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "NF " CP-NUMERO-NF " FORN " CP-FORNECEDOR
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-PAGA-VALOR     TO AJ-VALOR.
               MOVE "PAGAMENTO A FORNECEDOR" TO AJ-DESCRICAO.
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
