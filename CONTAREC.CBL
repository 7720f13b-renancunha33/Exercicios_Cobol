       IDENTIFICATION DIVISION.
             PROGRAM-ID. CONTAS-A-RECEBER.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CLIENTE-MASTER ASSIGN TO "CLIMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CLI-CODIGO
                     FILE STATUS IS WS-CL-STATUS.
                 SELECT CONTA-RECEBER ASSIGN TO "CTAREC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CR-STATUS.
                 SELECT RECEBIMENTO-CLIENTE ASSIGN TO "RECCLI.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RB-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  CLIENTE-MASTER.
               COPY "CLIREG.CPY".

           FD  CONTA-RECEBER.
               COPY "CTAREC.CPY".

           FD  RECEBIMENTO-CLIENTE.
               COPY "RECCLI.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-RB-STATUS    PIC X(02) VALUE SPACES.
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
           01 WS-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           COPY "TRAVCTL.CPY".

           01 MENSA-ARQUIVO-TRAVADO PIC X(50) VALUE
               "CTAREC.DAT EM USO POR OUTRO PROCESSO".

           01 WS-PAGA-CLIENTE PIC 9(04) VALUE ZEROS.
           01 WS-PAGA-NUMERO  PIC 9(06) VALUE ZEROS.
           01 WS-PAGA-VALOR   PIC 9(09)V99 VALUE ZEROS.
           01 WS-PAGA-DATA    PIC 9(08) VALUE ZEROS.
           01 WS-PAGA-ACHOU   PIC X(01) VALUE "N".
           01 WS-PAGA-POS     PIC 9(03) VALUE ZEROS.
           01 WS-PAGAMENTOS   PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-RECEBER.
               02 WS-RECEB-GUARDADO OCCURS 500 TIMES PIC X(79).
           01 WS-RECEB-QTD    PIC 9(03) VALUE ZEROS.
           01 WS-RECEB-IDX    PIC 9(03) VALUE ZEROS.
           01 WS-RECEB-CHEIA  PIC X(01) VALUE "N".

           01 WS-TABELA-CLIENTES.
               02 WS-AG-CLIENTE-ITEM OCCURS 200 TIMES.
                   03 WS-AG-CLIENTE    PIC 9(04).
                   03 WS-AG-FAIXA      OCCURS 5 TIMES PIC 9(10)V99.
                   03 WS-AG-TOTAL      PIC 9(10)V99.
           01 WS-AG-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-AG-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-AG-POS       PIC 9(03) VALUE ZEROS.
           01 WS-AG-CHEIA     PIC X(01) VALUE "N".

           01 WS-TOTAL-ABERTOS PIC 9(06) VALUE ZEROS.
           01 WS-VALOR-ABERTO  PIC 9(10)V99 VALUE ZEROS.

           01 WS-FAIXA-VALOR OCCURS 5 TIMES PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXA-IDX    PIC 9(01) VALUE ZEROS.

           01 LINHA-CABECALHO-ABERTOS PIC X(70) VALUE
               "NOTA    EMISSAO   VENCIMENTO     ORIGINAL        SALDO".
           01 LINHA-ABERTO.
               02 LB-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-EMISSAO     PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-ORIGINAL    PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LB-SALDO       PIC ZZZZZZZZ9,99.
           01 LINHA-CREDITO-COMPENSAR.
               02 FILLER         PIC X(16) VALUE "A COMPENSAR NC  ".
               02 LQ-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LQ-SALDO       PIC ZZZZZZZZ9,99.
           01 LINHA-AGING.
               02 LA-NUMERO      PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-CLIENTE     PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-VENCIMENTO  PIC 9(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-VALOR       PIC ZZZZZZZZ9,99.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-DIAS        PIC ZZZZ9.
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-FAIXA       PIC X(12).
           01 LINHA-CABECALHO-CLIENTE PIC X(102) VALUE
               "CLI   NOME                  A VENCER    1-30 DIAS   31-6
      -        "0 DIAS   61-90 DIAS     90+ DIAS         TOTAL".
           01 LINHA-CLIENTE.
               02 LC-CLIENTE     PIC 9(04).
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

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (P-PAGAMENTO/A-AGING): ".
               02 MENSA-CLIENTE PIC X(50) VALUE
                   "DIGITE O CODIGO DO CLIENTE: ".
               02 MENSA-SEM-ABERTOS PIC X(50) VALUE
                   "CLIENTE SEM TITULOS EM ABERTO".
               02 MENSA-NUMERO PIC X(50) VALUE
                   "DIGITE O NUMERO DA NOTA (ZERO ENCERRA): ".
               02 MENSA-VALOR PIC X(50) VALUE
                   "DIGITE O VALOR RECEBIDO: ".
               02 MENSA-DATA-PAGTO PIC X(50) VALUE
                   "DIGITE A DATA DO PAGAMENTO (AAAAMMDD): ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "NOTA NAO ENCONTRADA, DE OUTRO CLIENTE OU QUITADA".
               02 MENSA-VALOR-INVALIDO PIC X(50) VALUE
                   "VALOR ZERADO OU MAIOR QUE O SALDO DA NOTA".
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
                       PERFORM AGING
               END-EVALUATE.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           POSTA-PAGAMENTO.
               MOVE "V" TO CT-FUNCAO.
               MOVE "CTAREC.DAT" TO CT-ARQUIVO.
               MOVE "CONTAS-A-RECEBER" TO CT-PROGRAMA.
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

               PERFORM CARREGA-RECEBER.
               IF WS-RECEB-CHEIA = "S"
                   DISPLAY "MAIS DE 500 TITULOS - RECEBIMENTO NAO"
                       " PERMITIDO"
                   MOVE "L" TO CT-FUNCAO
                   CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA
                   MOVE 4 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-CLIENTE.
               ACCEPT WS-PAGA-CLIENTE.
               PERFORM LISTA-ABERTOS-CLIENTE.

               IF WS-TOTAL-ABERTOS > ZEROS
                   DISPLAY MENSA-DATA-PAGTO
                   ACCEPT WS-PAGA-DATA
                   IF WS-PAGA-DATA = ZEROS
                       MOVE WS-DATA-HOJE TO WS-PAGA-DATA
                   END-IF

                   OPEN EXTEND RECEBIMENTO-CLIENTE
                   IF WS-RB-STATUS = "35"
                       OPEN OUTPUT RECEBIMENTO-CLIENTE
                       CLOSE RECEBIMENTO-CLIENTE
                       OPEN EXTEND RECEBIMENTO-CLIENTE
                   END-IF

                   DISPLAY MENSA-NUMERO
                   ACCEPT WS-PAGA-NUMERO
                   PERFORM UNTIL WS-PAGA-NUMERO = ZEROS
                       PERFORM APLICA-PAGAMENTO
                       DISPLAY MENSA-NUMERO
                       ACCEPT WS-PAGA-NUMERO
                   END-PERFORM

                   CLOSE RECEBIMENTO-CLIENTE

                   IF WS-PAGAMENTOS > ZEROS
                       PERFORM REGRAVA-RECEBER
                   END-IF
               END-IF.

               MOVE "L" TO CT-FUNCAO.
               CALL "CONTROLE-DE-TRAVAS" USING CONTROLE-TRAVAS-AREA.

           LISTA-ABERTOS-CLIENTE.
               MOVE ZEROS TO WS-TOTAL-ABERTOS.
               DISPLAY LINHA-CABECALHO-ABERTOS.
               PERFORM VARYING WS-RECEB-IDX FROM 1 BY 1
                       UNTIL WS-RECEB-IDX > WS-RECEB-QTD
                   MOVE WS-RECEB-GUARDADO (WS-RECEB-IDX)
                       TO CONTA-RECEBER-REG
                   IF CR-CLIENTE = WS-PAGA-CLIENTE AND CR-ABERTO
                       ADD 1 TO WS-TOTAL-ABERTOS
                       MOVE CR-NUMERO-NF       TO LB-NUMERO
                       MOVE CR-DATA-EMISSAO    TO LB-EMISSAO
                       MOVE CR-DATA-VENCIMENTO TO LB-VENCIMENTO
                       MOVE CR-VALOR-ORIGINAL  TO LB-ORIGINAL
                       MOVE CR-SALDO           TO LB-SALDO
                       DISPLAY LINHA-ABERTO
                   END-IF
                   IF CR-CLIENTE = WS-PAGA-CLIENTE AND CR-A-COMPENSAR
                       MOVE CR-NUMERO-NF       TO LQ-NUMERO
                       MOVE CR-SALDO           TO LQ-SALDO
                       DISPLAY LINHA-CREDITO-COMPENSAR
                   END-IF
               END-PERFORM.
               IF WS-TOTAL-ABERTOS = ZEROS
                   DISPLAY MENSA-SEM-ABERTOS
               END-IF.

           APLICA-PAGAMENTO.
               MOVE "N"   TO WS-PAGA-ACHOU.
               MOVE ZEROS TO WS-PAGA-POS.
               PERFORM VARYING WS-RECEB-IDX FROM 1 BY 1
                       UNTIL WS-RECEB-IDX > WS-RECEB-QTD
                       OR WS-PAGA-ACHOU = "S"
                   MOVE WS-RECEB-GUARDADO (WS-RECEB-IDX)
                       TO CONTA-RECEBER-REG
                   IF CR-NUMERO-NF = WS-PAGA-NUMERO
                           AND CR-CLIENTE = WS-PAGA-CLIENTE
                           AND CR-ABERTO
                       MOVE "S" TO WS-PAGA-ACHOU
                       MOVE WS-RECEB-IDX TO WS-PAGA-POS
                   END-IF
               END-PERFORM.

               IF WS-PAGA-ACHOU = "N"
                   DISPLAY MENSA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-RECEB-GUARDADO (WS-PAGA-POS)
                   TO CONTA-RECEBER-REG.
               DISPLAY MENSA-VALOR.
               ACCEPT WS-PAGA-VALOR.
               IF WS-PAGA-VALOR = ZEROS OR WS-PAGA-VALOR > CR-SALDO
                   DISPLAY MENSA-VALOR-INVALIDO
                   EXIT PARAGRAPH
               END-IF.

               ADD WS-PAGA-VALOR TO CR-VALOR-PAGO.
               SUBTRACT WS-PAGA-VALOR FROM CR-SALDO.
               MOVE WS-PAGA-DATA TO CR-DATA-ULTIMO-PAGTO.
               IF CR-SALDO = ZEROS
                   MOVE "Q" TO CR-STATUS
               END-IF.
               MOVE CONTA-RECEBER-REG
                   TO WS-RECEB-GUARDADO (WS-PAGA-POS).
               ADD 1 TO WS-PAGAMENTOS.

               PERFORM CARREGA-OPERADOR.
               MOVE CR-NUMERO-NF  TO RB-NUMERO-NF.
               MOVE CR-CLIENTE    TO RB-CLIENTE.
               MOVE WS-PAGA-DATA  TO RB-DATA.
               MOVE WS-PAGA-VALOR TO RB-VALOR.
               MOVE CR-SALDO      TO RB-SALDO-RESTANTE.
               MOVE WS-OPERADOR   TO RB-OPERADOR.
               WRITE RECEBIMENTO-CLIENTE-REG.

               PERFORM GRAVA-AUDITORIA-PAGAMENTO.
               MOVE CR-SALDO TO LF-VALOR.
               DISPLAY MENSA-PAGO LF-VALOR.

           CARREGA-RECEBER.
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
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-RECEBER.
               IF WS-RECEB-CHEIA = "S"
                   DISPLAY "MAIS DE 500 TITULOS - ARQUIVO NAO"
                       " REGRAVADO"
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

           AGING.
               OPEN INPUT CONTA-RECEBER.
               IF WS-CR-STATUS NOT = "00"
                   DISPLAY "NENHUM TITULO A RECEBER REGISTRADO"
                   CLOSE CONTA-RECEBER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "AGING DE CONTAS A RECEBER POR CLIENTE".
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONTA-RECEBER
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CR-ABERTO
                               PERFORM AGING-UM-TITULO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTA-RECEBER.

               DISPLAY SPACE.
               DISPLAY LINHA-CABECALHO-CLIENTE.
               OPEN INPUT CLIENTE-MASTER.
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-QTD
                   PERFORM EXIBE-AGING-CLIENTE
               END-PERFORM.
               CLOSE CLIENTE-MASTER.
               IF WS-AG-CHEIA = "S"
                   DISPLAY "MAIS DE 200 CLIENTES EM ABERTO - RESUMO"
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
               ADD CR-SALDO TO WS-VALOR-ABERTO.

               MOVE "D" TO SD-FUNCAO.
               MOVE CR-DATA-VENCIMENTO TO SD-DATA1.
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
               ADD CR-SALDO TO WS-FAIXA-VALOR (WS-FAIXA-IDX).
               PERFORM ACUMULA-CLIENTE.

               MOVE CR-NUMERO-NF       TO LA-NUMERO.
               MOVE CR-CLIENTE         TO LA-CLIENTE.
               MOVE CR-DATA-VENCIMENTO TO LA-VENCIMENTO.
               MOVE CR-SALDO           TO LA-VALOR.
               MOVE WS-DIAS-ATRASO     TO LA-DIAS.
               DISPLAY LINHA-AGING.

           ACUMULA-CLIENTE.
               MOVE ZEROS TO WS-AG-POS.
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-QTD
                       OR WS-AG-POS > ZEROS
                   IF WS-AG-CLIENTE (WS-AG-IDX) = CR-CLIENTE
                       MOVE WS-AG-IDX TO WS-AG-POS
                   END-IF
               END-PERFORM.
               IF WS-AG-POS = ZEROS
                   IF WS-AG-QTD < 200
                       ADD 1 TO WS-AG-QTD
                       MOVE WS-AG-QTD TO WS-AG-POS
                       MOVE CR-CLIENTE TO WS-AG-CLIENTE (WS-AG-POS)
                       MOVE ZEROS TO WS-AG-TOTAL (WS-AG-POS)
                       PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                               UNTIL WS-FAIXA-IDX > 5
                           MOVE ZEROS TO
                               WS-AG-FAIXA (WS-AG-POS, WS-FAIXA-IDX)
                       END-PERFORM
                   ELSE
                       MOVE "S" TO WS-AG-CHEIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD CR-SALDO TO WS-AG-TOTAL (WS-AG-POS).
               ADD CR-SALDO TO
                   WS-AG-FAIXA (WS-AG-POS, WS-FAIXA-IDX).

           EXIBE-AGING-CLIENTE.
               MOVE WS-AG-CLIENTE (WS-AG-IDX) TO LC-CLIENTE.
               MOVE SPACES TO LC-NOME.
               MOVE WS-AG-CLIENTE (WS-AG-IDX) TO CLI-CODIGO.
               IF WS-CL-STATUS = "00" OR WS-CL-STATUS = "23"
                   READ CLIENTE-MASTER
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO LC-NOME
                       NOT INVALID KEY
                           MOVE CLI-NOME TO LC-NOME
                   END-READ
               END-IF.
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 5
                   MOVE WS-AG-FAIXA (WS-AG-IDX, WS-FAIXA-IDX)
                       TO LC-FAIXA (WS-FAIXA-IDX)
               END-PERFORM.
               MOVE WS-AG-TOTAL (WS-AG-IDX) TO LC-TOTAL.
               DISPLAY LINHA-CLIENTE.

           GRAVA-AUDITORIA-PAGAMENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CONTAS-A-RECEBER" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "NF " CR-NUMERO-NF " CLIENTE " CR-CLIENTE
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-PAGA-VALOR     TO AJ-VALOR.
               MOVE "RECEBIMENTO DE CLIENTE" TO AJ-DESCRICAO.
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
