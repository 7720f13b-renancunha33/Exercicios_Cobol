       IDENTIFICATION DIVISION.
             PROGRAM-ID. COMISSAO-DE-CONSULTORES.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CONSULTOR-MASTER ASSIGN TO "CONSMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-CODIGO
                     FILE STATUS IS WS-CS-STATUS.
                 SELECT COLOCACAO-MASTER ASSIGN TO "COLOCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CO-CHAVE
                     FILE STATUS IS WS-CO-STATUS.
                 SELECT HONORARIO ASSIGN TO "HONORAR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HR-STATUS.
                 SELECT FOLHA-COMISSAO ASSIGN TO "FOLHACOM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FC-STATUS.
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
           FD  CONSULTOR-MASTER.
               COPY "CONSREG.CPY".

           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

           FD  HONORARIO.
               COPY "HONORREG.CPY".

           FD  FOLHA-COMISSAO.
               COPY "FOLHACOM.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  RELATORIO-IMPRESSO.
           01 RELATORIO-IMPRESSO-REG  PIC X(132).

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           FD  RELATORIO-CATALOGO.
               COPY "RELCAT.CPY".

           WORKING-STORAGE SECTION.

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
               02 FILLER     PIC X(08) VALUE "  MES: ".
               02 LCD-MES    PIC 9(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-CS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-COLOCACAO-ABERTA PIC X(01) VALUE "N".

           01 WS-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
           01 WS-MES-CREDITO    PIC 9(06) VALUE ZEROS.
           01 WS-MES-EFETIVO    PIC 9(06) VALUE ZEROS.

           01 WS-TABELA-CONSULTORES.
               02 WS-CS-ITEM OCCURS 200 TIMES.
                   03 WS-CS-CODIGO     PIC 9(04).
                   03 WS-CS-NOME       PIC X(30).
                   03 WS-CS-MATRICULA  PIC X(10).
                   03 WS-CS-LIMITE     PIC 9(08)V99 OCCURS 3 TIMES.
                   03 WS-CS-PCT        PIC 9(02)V99 OCCURS 3 TIMES.
                   03 WS-CS-BASE       PIC S9(09)V99.
                   03 WS-CS-LANCAMENTOS PIC 9(04).
           01 WS-CS-QTD        PIC 9(03) VALUE ZEROS.
           01 WS-CS-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-CS-ACHADO     PIC 9(03) VALUE ZEROS.
           01 WS-CS-CHEIA      PIC X(01) VALUE "N".
           01 WS-CONSULTOR-COLOCACAO PIC 9(04) VALUE ZEROS.

           01 WS-TABELA-PAGOS.
               02 WS-PG-ITEM OCCURS 5000 TIMES.
                   03 WS-PG-NUMERO     PIC 9(06).
                   03 WS-PG-MES        PIC 9(06).
           01 WS-PG-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-PG-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-PG-ACHADO     PIC 9(04) VALUE ZEROS.

           01 WS-TABELA-LANCAMENTOS.
               02 WS-LC-ITEM OCCURS 3000 TIMES.
                   03 WS-LC-CONSULTOR  PIC 9(03).
                   03 WS-LC-NUMERO     PIC 9(06).
                   03 WS-LC-EMPRESA    PIC X(30).
                   03 WS-LC-CANDIDATO  PIC 9(06).
                   03 WS-LC-DATA       PIC 9(08).
                   03 WS-LC-TIPO       PIC X(01).
                   03 WS-LC-VALOR      PIC S9(08)V99.
           01 WS-LC-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-LC-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-LC-CHEIA      PIC X(01) VALUE "N".
           01 WS-VALOR-LANCAMENTO PIC S9(08)V99 VALUE ZEROS.
           01 WS-DATA-LANCAMENTO  PIC 9(08) VALUE ZEROS.

           01 WS-FAIXA-IDX     PIC 9(01) VALUE ZEROS.
           01 WS-BASE-RESTANTE PIC S9(09)V99 VALUE ZEROS.
           01 WS-PISO-FAIXA    PIC 9(08)V99 VALUE ZEROS.
           01 WS-LARGURA-FAIXA PIC 9(08)V99 VALUE ZEROS.
           01 WS-PORCAO-FAIXA  PIC S9(09)V99 VALUE ZEROS.
           01 WS-COMISSAO-FAIXA PIC S9(09)V99 VALUE ZEROS.
           01 WS-COMISSAO      PIC S9(09)V99 VALUE ZEROS.

           01 WS-TOTAL-CONSULTORES PIC 9(04) VALUE ZEROS.
           01 WS-TOTAL-BASE     PIC S9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-COMISSAO PIC S9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-SEM-CONSULTOR PIC S9(11)V99 VALUE ZEROS.
           01 WS-QTD-SEM-CONSULTOR PIC 9(04) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "EXTRATO MENSAL DE COMISSAO POR CONSULTOR".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(09) VALUE "HONORAR.".
               02 FILLER PIC X(32) VALUE "EMPRESA".
               02 FILLER PIC X(09) VALUE "CANDID.".
               02 FILLER PIC X(11) VALUE "PAGAMENTO".
               02 FILLER PIC X(06) VALUE "TIPO".
               02 FILLER PIC X(16) VALUE "           VALOR".
           01 LINHA-CONSULTOR.
               02 FILLER            PIC X(11) VALUE "CONSULTOR: ".
               02 LCS-CODIGO        PIC 9(04).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LCS-NOME          PIC X(30).
               02 FILLER            PIC X(13) VALUE "  MATRICULA: ".
               02 LCS-MATRICULA     PIC X(10).
           01 LINHA-DETALHE.
               02 LD-NUMERO         PIC 9(06).
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-EMPRESA        PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CANDIDATO      PIC 9(06).
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-DATA           PIC 9(08).
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-TIPO           PIC X(07).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 LD-VALOR          PIC ---.---.--9,99.
           01 LINHA-FAIXA.
               02 FILLER            PIC X(10) VALUE "   FAIXA ".
               02 LF-FAIXA          PIC 9(01).
               02 FILLER            PIC X(08) VALUE "  BASE: ".
               02 LF-BASE           PIC ----.---.--9,99.
               02 FILLER            PIC X(07) VALUE "  PCT: ".
               02 LF-PCT            PIC Z9,99.
               02 FILLER            PIC X(12) VALUE "  COMISSAO: ".
               02 LF-COMISSAO       PIC ----.---.--9,99.
           01 LINHA-SUBTOTAL.
               02 FILLER            PIC X(19) VALUE
                   "   BASE DO MES: ".
               02 LSB-BASE          PIC ----.---.--9,99.
               02 FILLER            PIC X(19) VALUE
                   "   COMISSAO DO MES:".
               02 LSB-COMISSAO      PIC ----.---.--9,99.
           01 LINHA-SEM-MATRICULA PIC X(60) VALUE
               "   SEM MATRICULA - NAO ENVIADO PARA A FOLHA".
           01 LINHA-SEM-CONSULTOR PIC X(60) VALUE
               "HONORARIOS PAGOS SEM CONSULTOR NA COLOCACAO".
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "CONSULTORES COM COMISSAO:".
               02 LT-CONSULTORES    PIC ZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "TOTAL DA BASE:".
               02 LT-BASE           PIC ----.---.---.--9,99.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "TOTAL DE COMISSAO:".
               02 LT-COMISSAO       PIC ----.---.---.--9,99.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "HONORARIOS SEM CONSULTOR:".
               02 LT-QTD-SEM        PIC ZZZ9.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 LT-SEM-CONSULTOR  PIC ----.---.---.--9,99.
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "TABELA DE CONSULTORES OU LANCAMENTOS CHEIA".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-MES-REFERENCIA.
               IF WS-MES-REFERENCIA NOT NUMERIC
                       OR WS-MES-REFERENCIA = ZEROS
                   MOVE WS-RUN-DATA(1:6) TO WS-MES-REFERENCIA
               END-IF.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "COMISSAO-" WS-MES-REFERENCIA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT CONSULTOR-MASTER.
               IF WS-CS-STATUS NOT = "00"
                   DISPLAY "NENHUM CONSULTOR CADASTRADO"
                   MOVE "SEM CONSULTORES CADASTRADOS"
                       TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PROGRAMA
               END-IF.
               PERFORM CARREGA-CONSULTORES.
               CLOSE CONSULTOR-MASTER.

               OPEN INPUT COLOCACAO-MASTER.
               IF WS-CO-STATUS = "00"
                   MOVE "S" TO WS-COLOCACAO-ABERTA
               END-IF.
               PERFORM LE-HONORARIOS.
               IF WS-COLOCACAO-ABERTA = "S"
                   CLOSE COLOCACAO-MASTER
               END-IF.

               OPEN OUTPUT FOLHA-COMISSAO.
               DISPLAY LINHA-CABECALHO1.
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX > WS-CS-QTD
                   IF WS-CS-LANCAMENTOS (WS-CS-IDX) > ZEROS
                       PERFORM IMPRIME-CONSULTOR
                   END-IF
               END-PERFORM.
               CLOSE FOLHA-COMISSAO.

               IF WS-QTD-SEM-CONSULTOR > ZEROS
                   PERFORM IMPRIME-SEM-CONSULTOR
                   MOVE 4 TO RETURN-CODE
               END-IF.

               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-CS-CHEIA = "S" OR WS-LC-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WS-TOTAL-CONSULTORES TO LT-CONSULTORES.
               MOVE WS-TOTAL-BASE        TO LT-BASE.
               MOVE WS-TOTAL-COMISSAO    TO LT-COMISSAO.
               MOVE WS-QTD-SEM-CONSULTOR TO LT-QTD-SEM.
               MOVE WS-TOTAL-SEM-CONSULTOR TO LT-SEM-CONSULTOR.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-TOTAL4
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               GOBACK.

           CARREGA-CONSULTORES.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CONSULTOR-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDA-CONSULTOR
                   END-READ
               END-PERFORM.

           GUARDA-CONSULTOR.
               IF WS-CS-QTD >= 200
                   MOVE "S" TO WS-CS-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-CS-QTD.
               MOVE CS-CODIGO    TO WS-CS-CODIGO (WS-CS-QTD).
               MOVE CS-NOME      TO WS-CS-NOME (WS-CS-QTD).
               MOVE CS-MATRICULA TO WS-CS-MATRICULA (WS-CS-QTD).
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 3
                   IF CS-FAIXA-LIMITE (WS-FAIXA-IDX) NOT NUMERIC
                       MOVE ZEROS TO CS-FAIXA-LIMITE (WS-FAIXA-IDX)
                   END-IF
                   IF CS-FAIXA-PCT (WS-FAIXA-IDX) NOT NUMERIC
                       MOVE ZEROS TO CS-FAIXA-PCT (WS-FAIXA-IDX)
                   END-IF
                   MOVE CS-FAIXA-LIMITE (WS-FAIXA-IDX)
                       TO WS-CS-LIMITE (WS-CS-QTD, WS-FAIXA-IDX)
                   MOVE CS-FAIXA-PCT (WS-FAIXA-IDX)
                       TO WS-CS-PCT (WS-CS-QTD, WS-FAIXA-IDX)
               END-PERFORM.
               MOVE ZEROS TO WS-CS-BASE (WS-CS-QTD)
                             WS-CS-LANCAMENTOS (WS-CS-QTD).

           LE-HONORARIOS.
               OPEN INPUT HONORARIO.
               IF WS-HR-STATUS NOT = "00"
                   DISPLAY "NENHUM HONORARIO REGISTRADO"
                   CLOSE HONORARIO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ HONORARIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           PERFORM PROCESSA-HONORARIO
                   END-READ
               END-PERFORM.
               CLOSE HONORARIO.

           PROCESSA-HONORARIO.
               IF HR-E-CREDITO
                   PERFORM PROCESSA-CREDITO
                   EXIT PARAGRAPH
               END-IF.
               IF NOT HR-PAGO OR HR-DATA-PAGAMENTO NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               IF WS-PG-QTD < 5000
                   ADD 1 TO WS-PG-QTD
                   MOVE HR-NUMERO TO WS-PG-NUMERO (WS-PG-QTD)
                   MOVE HR-DATA-PAGAMENTO(1:6) TO WS-PG-MES (WS-PG-QTD)
               END-IF.
               IF HR-DATA-PAGAMENTO(1:6) NOT = WS-MES-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE HR-VALOR          TO WS-VALOR-LANCAMENTO.
               MOVE HR-DATA-PAGAMENTO TO WS-DATA-LANCAMENTO.
               PERFORM LANCA-HONORARIO.

           PROCESSA-CREDITO.
               IF HR-DATA-EMISSAO NOT NUMERIC
                       OR HR-NUMERO-ORIGEM NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZEROS TO WS-PG-ACHADO.
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-QTD
                           OR WS-PG-ACHADO > ZEROS
                   IF WS-PG-NUMERO (WS-PG-IDX) = HR-NUMERO-ORIGEM
                       MOVE WS-PG-IDX TO WS-PG-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-PG-ACHADO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE HR-DATA-EMISSAO(1:6) TO WS-MES-CREDITO.
               IF WS-PG-MES (WS-PG-ACHADO) > WS-MES-CREDITO
                   MOVE WS-PG-MES (WS-PG-ACHADO) TO WS-MES-EFETIVO
               ELSE
                   MOVE WS-MES-CREDITO TO WS-MES-EFETIVO
               END-IF.
               IF WS-MES-EFETIVO NOT = WS-MES-REFERENCIA
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-VALOR-LANCAMENTO = ZEROS - HR-VALOR.
               MOVE HR-DATA-EMISSAO TO WS-DATA-LANCAMENTO.
               PERFORM LANCA-HONORARIO.

           LANCA-HONORARIO.
               IF WS-LC-QTD >= 3000
                   MOVE "S" TO WS-LC-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LOCALIZA-CONSULTOR-COLOCACAO.
               ADD 1 TO WS-LC-QTD.
               MOVE WS-CS-ACHADO     TO WS-LC-CONSULTOR (WS-LC-QTD).
               MOVE HR-NUMERO        TO WS-LC-NUMERO (WS-LC-QTD).
               MOVE HR-EMPRESA       TO WS-LC-EMPRESA (WS-LC-QTD).
               MOVE HR-CANDIDATO-ID  TO WS-LC-CANDIDATO (WS-LC-QTD).
               MOVE WS-DATA-LANCAMENTO TO WS-LC-DATA (WS-LC-QTD).
               IF HR-E-CREDITO
                   MOVE "C" TO WS-LC-TIPO (WS-LC-QTD)
               ELSE
                   MOVE "H" TO WS-LC-TIPO (WS-LC-QTD)
               END-IF.
               MOVE WS-VALOR-LANCAMENTO TO WS-LC-VALOR (WS-LC-QTD).
               IF WS-CS-ACHADO = ZEROS
                   ADD 1 TO WS-QTD-SEM-CONSULTOR
                   ADD 1 TO WS-RUN-REJEITADOS
                   ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-SEM-CONSULTOR
               ELSE
                   ADD 1 TO WS-RUN-ACEITOS
                   ADD 1 TO WS-CS-LANCAMENTOS (WS-CS-ACHADO)
                   ADD WS-VALOR-LANCAMENTO TO WS-CS-BASE (WS-CS-ACHADO)
               END-IF.

           LOCALIZA-CONSULTOR-COLOCACAO.
               MOVE ZEROS TO WS-CS-ACHADO.
               MOVE ZEROS TO WS-CONSULTOR-COLOCACAO.
               IF WS-COLOCACAO-ABERTA NOT = "S"
                   EXIT PARAGRAPH
               END-IF.
               MOVE HR-EMPRESA      TO CO-EMPRESA.
               MOVE HR-CANDIDATO-ID TO CO-CANDIDATO-ID.
               READ COLOCACAO-MASTER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF CO-CONSULTOR NOT NUMERIC OR CO-CONSULTOR = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE CO-CONSULTOR TO WS-CONSULTOR-COLOCACAO.
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX > WS-CS-QTD
                           OR WS-CS-ACHADO > ZEROS
                   IF WS-CS-CODIGO (WS-CS-IDX) = WS-CONSULTOR-COLOCACAO
                       MOVE WS-CS-IDX TO WS-CS-ACHADO
                   END-IF
               END-PERFORM.

           IMPRIME-CONSULTOR.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-CS-CODIGO (WS-CS-IDX)    TO LCS-CODIGO.
               MOVE WS-CS-NOME (WS-CS-IDX)      TO LCS-NOME.
               MOVE WS-CS-MATRICULA (WS-CS-IDX) TO LCS-MATRICULA.
               DISPLAY LINHA-CONSULTOR
               MOVE LINHA-CONSULTOR TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                       UNTIL WS-LC-IDX > WS-LC-QTD
                   IF WS-LC-CONSULTOR (WS-LC-IDX) = WS-CS-IDX
                       PERFORM IMPRIME-LANCAMENTO
                   END-IF
               END-PERFORM.

               PERFORM CALCULA-COMISSAO.

               MOVE WS-CS-BASE (WS-CS-IDX) TO LSB-BASE.
               MOVE WS-COMISSAO            TO LSB-COMISSAO.
               DISPLAY LINHA-SUBTOTAL
               MOVE LINHA-SUBTOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

               ADD WS-CS-BASE (WS-CS-IDX) TO WS-TOTAL-BASE.
               IF WS-COMISSAO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-TOTAL-CONSULTORES.
               ADD WS-COMISSAO TO WS-TOTAL-COMISSAO.
               IF WS-CS-MATRICULA (WS-CS-IDX) = SPACES
                   DISPLAY LINHA-SEM-MATRICULA
                   MOVE LINHA-SEM-MATRICULA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   ADD 1 TO WS-RUN-REJEITADOS
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-MES-REFERENCIA           TO FC-COMPETENCIA.
               MOVE WS-CS-MATRICULA (WS-CS-IDX) TO FC-MATRICULA.
               MOVE WS-CS-CODIGO (WS-CS-IDX)    TO FC-CONSULTOR.
               MOVE "COMI"                      TO FC-EVENTO.
               MOVE WS-CS-BASE (WS-CS-IDX)      TO FC-BASE.
               MOVE WS-COMISSAO                 TO FC-VALOR.
               WRITE FOLHA-COMISSAO-REG.
               ADD 1 TO WS-RUN-GRAVADOS.

           IMPRIME-LANCAMENTO.
               MOVE WS-LC-NUMERO (WS-LC-IDX)    TO LD-NUMERO.
               MOVE WS-LC-EMPRESA (WS-LC-IDX)   TO LD-EMPRESA.
               MOVE WS-LC-CANDIDATO (WS-LC-IDX) TO LD-CANDIDATO.
               MOVE WS-LC-DATA (WS-LC-IDX)      TO LD-DATA.
               IF WS-LC-TIPO (WS-LC-IDX) = "C"
                   MOVE "CREDITO" TO LD-TIPO
               ELSE
                   MOVE "PAGO"    TO LD-TIPO
               END-IF.
               MOVE WS-LC-VALOR (WS-LC-IDX)     TO LD-VALOR.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           CALCULA-COMISSAO.
               MOVE ZEROS TO WS-COMISSAO.
               MOVE ZEROS TO WS-PISO-FAIXA.
               MOVE WS-CS-BASE (WS-CS-IDX) TO WS-BASE-RESTANTE.
               IF WS-BASE-RESTANTE < ZEROS
                   COMPUTE WS-COMISSAO ROUNDED =
                       WS-BASE-RESTANTE
                       * WS-CS-PCT (WS-CS-IDX, 1) / 100
                   MOVE 1 TO WS-FAIXA-IDX
                   MOVE WS-BASE-RESTANTE TO WS-PORCAO-FAIXA
                   MOVE WS-COMISSAO TO WS-COMISSAO-FAIXA
                   PERFORM IMPRIME-FAIXA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 3
                           OR WS-BASE-RESTANTE NOT > ZEROS
                   MOVE WS-BASE-RESTANTE TO WS-PORCAO-FAIXA
                   IF WS-FAIXA-IDX < 3
                           AND WS-CS-LIMITE (WS-CS-IDX, WS-FAIXA-IDX)
                               > WS-PISO-FAIXA
                       COMPUTE WS-LARGURA-FAIXA =
                           WS-CS-LIMITE (WS-CS-IDX, WS-FAIXA-IDX)
                           - WS-PISO-FAIXA
                       IF WS-BASE-RESTANTE > WS-LARGURA-FAIXA
                           MOVE WS-LARGURA-FAIXA TO WS-PORCAO-FAIXA
                       END-IF
                       MOVE WS-CS-LIMITE (WS-CS-IDX, WS-FAIXA-IDX)
                           TO WS-PISO-FAIXA
                   END-IF
                   COMPUTE WS-COMISSAO-FAIXA ROUNDED =
                       WS-PORCAO-FAIXA
                       * WS-CS-PCT (WS-CS-IDX, WS-FAIXA-IDX) / 100
                   ADD WS-COMISSAO-FAIXA TO WS-COMISSAO
                   SUBTRACT WS-PORCAO-FAIXA FROM WS-BASE-RESTANTE
                   PERFORM IMPRIME-FAIXA
               END-PERFORM.

           IMPRIME-FAIXA.
               MOVE WS-FAIXA-IDX    TO LF-FAIXA.
               MOVE WS-PORCAO-FAIXA TO LF-BASE.
               MOVE WS-CS-PCT (WS-CS-IDX, WS-FAIXA-IDX) TO LF-PCT.
               MOVE WS-COMISSAO-FAIXA TO LF-COMISSAO.
               MOVE LINHA-FAIXA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-SEM-CONSULTOR.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               DISPLAY LINHA-SEM-CONSULTOR
               MOVE LINHA-SEM-CONSULTOR TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                       UNTIL WS-LC-IDX > WS-LC-QTD
                   IF WS-LC-CONSULTOR (WS-LC-IDX) = ZEROS
                       PERFORM IMPRIME-LANCAMENTO
                   END-IF
               END-PERFORM.

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
               MOVE "COMISSAO-DE-CONSULTORES" TO RN-PROGRAMA.
               MOVE WS-RUN-DATA TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               MOVE WS-RUN-LIDOS      TO RN-LIDOS.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE RETURN-CODE
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
               MOVE WS-MES-REFERENCIA  TO LCD-MES.
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
               MOVE "COMISSAO-DE-CONSULTORES" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
