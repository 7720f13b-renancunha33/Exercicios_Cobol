       IDENTIFICATION DIVISION.
             PROGRAM-ID. EXCECOES-DE-OPERADOR.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OP-STATUS.
                 SELECT AJUSTE-ESTOQUE ASSIGN TO "AJUSTES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AD-STATUS.
                 SELECT AUDIT-JOURNAL ASSIGN TO WS-NOME-AUDITORIA
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AJ-STATUS.
                 SELECT AUDIT-CATALOGO ASSIGN TO "AUDITCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AC-STATUS.
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
           FD  OPERADORES.
               COPY "OPERREG.CPY".

           FD  AJUSTE-ESTOQUE.
               COPY "AJUSTES.CPY".

           FD  AUDIT-JOURNAL.
               COPY "AUDITREG.CPY".

           FD  AUDIT-CATALOGO.
               COPY "AUDITCAT.CPY".

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
               02 FILLER     PIC X(14) VALUE "  SEMANA ATE: ".
               02 LCD-DATA-BASE PIC 9(08).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-OP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AD-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-FIM-CATALOGO PIC X(01) VALUE "N".
           01 WS-NOME-AUDITORIA PIC X(30) VALUE SPACES.

           01 WS-PARAMETROS-EXCECAO.
               02 WS-DATA-FIM       PIC 9(08).
               02 WS-HORA-ABERTURA  PIC 9(02).
               02 WS-HORA-FECHAMENTO PIC 9(02).
               02 WS-DIAS-INATIVO   PIC 9(03).
               02 WS-LIMITE-FALHAS  PIC 9(02).

           01 WS-DATA-INICIO    PIC 9(08) VALUE ZEROS.
           01 WS-DATA-CORTE     PIC 9(08) VALUE ZEROS.
           01 WS-DATA-LANC      PIC 9(08) VALUE ZEROS.
           01 WS-HORA-LANC      PIC 9(06) VALUE ZEROS.
           01 WS-DIA-CACHE-DATA PIC 9(08) VALUE ZEROS.
           01 WS-DIA-CACHE-SEMANA PIC 9(01) VALUE ZEROS.
           01 WS-OPERADOR-LANC  PIC X(06) VALUE SPACES.
           01 WS-EMPRESA-LANC   PIC X(30) VALUE SPACES.
           01 WS-TIPO-COLOC     PIC X(01) VALUE SPACES.
           01 WS-TIPO-PAR       PIC X(01) VALUE SPACES.
           01 WS-ACHOU          PIC X(01) VALUE "N".
           01 WS-DIAS-EDITADOS  PIC ZZ9.
           01 WS-QTD-EDITADA    PIC ZZZ9.

           01 WS-TABELA-OPERADORES.
               02 WS-OT-ITEM OCCURS 100 TIMES.
                   03 OT-ID           PIC X(06).
                   03 OT-NOME         PIC X(30).
                   03 OT-ATIVO        PIC X(01).
                   03 OT-ULTIMA-DATA  PIC 9(08).
           01 WS-OT-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-OT-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-OT-CHEIA     PIC X(01) VALUE "N".

           01 WS-TABELA-RESUMO.
               02 WS-RS-ITEM OCCURS 500 TIMES.
                   03 RS-OPERADOR     PIC X(06).
                   03 RS-PROGRAMA     PIC X(30).
                   03 RS-QTD          PIC 9(06).
                   03 RS-FORA-HORARIO PIC 9(06).
           01 WS-RS-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-RS-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-RS-IDX2      PIC 9(03) VALUE ZEROS.
           01 WS-RS-POS       PIC 9(03) VALUE ZEROS.
           01 WS-RS-CHEIA     PIC X(01) VALUE "N".
           01 WS-RS-TROCA.
               02 FILLER          PIC X(48).

           01 WS-TABELA-FALHAS.
               02 WS-FS-ITEM OCCURS 200 TIMES.
                   03 FS-ID           PIC X(06).
                   03 FS-QTD          PIC 9(04).
                   03 FS-ULTIMA-DATA  PIC 9(08).
                   03 FS-ULTIMA-HORA  PIC 9(06).
                   03 FS-BLOQUEOU     PIC X(01).
           01 WS-FS-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-FS-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-FS-POS       PIC 9(03) VALUE ZEROS.

           01 WS-TABELA-COLOCACOES.
               02 WS-CE-ITEM OCCURS 2000 TIMES.
                   03 CE-OPERADOR     PIC X(06).
                   03 CE-EMPRESA      PIC X(30).
                   03 CE-TIPO         PIC X(01).
                   03 CE-DATA         PIC 9(08).
                   03 CE-HORA         PIC 9(06).
           01 WS-CE-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-CE-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-CE-IDX2      PIC 9(04) VALUE ZEROS.
           01 WS-CE-POS       PIC 9(04) VALUE ZEROS.
           01 WS-CE-CHEIA     PIC X(01) VALUE "N".

           01 WS-QTD-FORA-HORARIO    PIC 9(06) VALUE ZEROS.
           01 WS-QTD-SEM-PROCESSAMENTO PIC 9(06) VALUE ZEROS.
           01 WS-QTD-OUTRO-OPERADOR  PIC 9(06) VALUE ZEROS.
           01 WS-QTD-AUTO-APROVACAO  PIC 9(06) VALUE ZEROS.
           01 WS-QTD-COLOCACAO       PIC 9(06) VALUE ZEROS.
           01 WS-QTD-FALHAS-SIGNON   PIC 9(06) VALUE ZEROS.
           01 WS-QTD-INATIVOS        PIC 9(06) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "EXCECOES DE ATIVIDADE E SEGREGACAO DE FUNCOES".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(08) VALUE "OPER.".
               02 FILLER PIC X(10) VALUE "DATA".
               02 FILLER PIC X(08) VALUE "HORA".
               02 FILLER PIC X(32) VALUE "PROGRAMA".
               02 FILLER PIC X(32) VALUE "CHAVE".
               02 FILLER PIC X(40) VALUE "OCORRENCIA".
           01 LINHA-EXCECAO.
               02 LE-OPERADOR       PIC X(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LE-DATA           PIC 9(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LE-HORA           PIC 9(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LE-PROGRAMA       PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LE-CHAVE          PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LE-MOTIVO         PIC X(40).
           01 LINHA-CABECALHO-RESUMO.
               02 FILLER PIC X(08) VALUE "OPER.".
               02 FILLER PIC X(32) VALUE "PROGRAMA".
               02 FILLER PIC X(12) VALUE "  LANCTOS".
               02 FILLER PIC X(12) VALUE "FORA HORA".
           01 LINHA-RESUMO.
               02 LR-OPERADOR       PIC X(06).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-PROGRAMA       PIC X(30).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LR-QTD            PIC ZZZ.ZZ9.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LR-FORA-HORARIO   PIC ZZZ.ZZ9.
           01 LINHA-TOTAL-TIPO.
               02 LTT-TITULO        PIC X(40).
               02 LTT-QTD           PIC ZZZ.ZZ9.
           01 LINHA-SECAO-DIARIO PIC X(60) VALUE
               "OCORRENCIAS NO DIARIO DE AUDITORIA".
           01 LINHA-SECAO-AJUSTES PIC X(60) VALUE
               "AJUSTES DE ESTOQUE APROVADOS PELO PROPRIO DIGITADOR".
           01 LINHA-SECAO-COLOCACAO PIC X(60) VALUE
               "COLOCACAO E HONORARIO NAS MAOS DO MESMO OPERADOR".
           01 LINHA-SECAO-SIGNON PIC X(60) VALUE
               "FALHAS REPETIDAS DE SIGNON".
           01 LINHA-SECAO-INATIVOS PIC X(60) VALUE
               "OPERADORES ATIVOS SEM ATIVIDADE NO DIARIO".
           01 LINHA-SECAO-RESUMO PIC X(60) VALUE
               "RESUMO DE ATIVIDADE POR OPERADOR E PROGRAMA".
           01 LINHA-SECAO-TOTAIS PIC X(60) VALUE
               "TOTAIS POR TIPO DE EXCECAO".
           01 LINHA-NENHUMA PIC X(60) VALUE
               "  NENHUMA OCORRENCIA".
           01 LINHA-SEM-OPERADORES PIC X(60) VALUE
               "ARQUIVO OPERADOR.DAT NAO ENCONTRADO".
           01 LINHA-OPERADORES-CHEIA PIC X(60) VALUE
               "MAIS DE 100 OPERADORES - DEMAIS NAO AVALIADOS".
           01 LINHA-RESUMO-CHEIO PIC X(60) VALUE
               "MAIS DE 500 COMBINACOES - RESUMO INCOMPLETO".
           01 LINHA-COLOCACAO-CHEIA PIC X(60) VALUE
               "MAIS DE 2000 EVENTOS DE COLOCACAO - ANALISE PARCIAL".
           01 LINHA-GERACAO-AUSENTE.
               02 FILLER PIC X(30) VALUE
                   "GERACAO DE AUDITORIA AUSENTE: ".
               02 LGA-ARQUIVO       PIC X(30).

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PARAMETROS-EXCECAO.
               PERFORM VALIDA-PARAMETROS.

               MOVE "S"          TO SD-FUNCAO.
               MOVE WS-DATA-FIM  TO SD-DATA1.
               MOVE -6           TO SD-DIAS.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE SD-DATA-RESULTADO TO WS-DATA-INICIO.
               MOVE "S"          TO SD-FUNCAO.
               MOVE WS-DATA-FIM  TO SD-DATA1.
               COMPUTE SD-DIAS = ZEROS - WS-DIAS-INATIVO.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE SD-DATA-RESULTADO TO WS-DATA-CORTE.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "EXCOPER-" WS-DATA-FIM ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               PERFORM CARREGA-OPERADORES.
               IF WS-OT-QTD = ZEROS
                   DISPLAY LINHA-SEM-OPERADORES
                   MOVE LINHA-SEM-OPERADORES TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               DISPLAY LINHA-CABECALHO1.
               MOVE LINHA-SECAO-DIARIO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM LE-DIARIO-COMPLETO.
               IF WS-QTD-FORA-HORARIO = ZEROS
                       AND WS-QTD-SEM-PROCESSAMENTO = ZEROS
                       AND WS-QTD-OUTRO-OPERADOR = ZEROS
                   MOVE LINHA-NENHUMA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

               PERFORM VERIFICA-AUTO-APROVACAO.
               PERFORM VERIFICA-COLOCACOES.
               PERFORM VERIFICA-FALHAS-SIGNON.
               PERFORM VERIFICA-INATIVOS.
               PERFORM IMPRIME-RESUMO.
               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           VALIDA-PARAMETROS.
               IF WS-DATA-FIM NOT NUMERIC OR WS-DATA-FIM = ZEROS
                   MOVE WS-RUN-DATA TO WS-DATA-FIM
               END-IF.
               IF WS-HORA-ABERTURA NOT NUMERIC
                       OR WS-HORA-FECHAMENTO NOT NUMERIC
                       OR WS-HORA-FECHAMENTO > 24
                       OR WS-HORA-ABERTURA NOT < WS-HORA-FECHAMENTO
                   MOVE 07 TO WS-HORA-ABERTURA
                   MOVE 19 TO WS-HORA-FECHAMENTO
               END-IF.
               IF WS-DIAS-INATIVO NOT NUMERIC
                       OR WS-DIAS-INATIVO = ZEROS
                   MOVE 030 TO WS-DIAS-INATIVO
               END-IF.
               IF WS-LIMITE-FALHAS NOT NUMERIC
                       OR WS-LIMITE-FALHAS = ZEROS
                   MOVE 03 TO WS-LIMITE-FALHAS
               END-IF.

           CARREGA-OPERADORES.
               MOVE ZEROS TO WS-OT-QTD.
               OPEN INPUT OPERADORES.
               IF WS-OP-STATUS NOT = "00"
                   CLOSE OPERADORES
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ OPERADORES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-OT-QTD < 100
                               ADD 1 TO WS-OT-QTD
                               MOVE OP-ID   TO OT-ID (WS-OT-QTD)
                               MOVE OP-NOME TO OT-NOME (WS-OT-QTD)
                               MOVE OP-ATIVO TO OT-ATIVO (WS-OT-QTD)
                               MOVE ZEROS
                                   TO OT-ULTIMA-DATA (WS-OT-QTD)
                           ELSE
                               MOVE "S" TO WS-OT-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OPERADORES.
               IF WS-OT-CHEIA = "S"
                   DISPLAY LINHA-OPERADORES-CHEIA
                   MOVE LINHA-OPERADORES-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           LE-DIARIO-COMPLETO.
               OPEN INPUT AUDIT-CATALOGO.
               IF WS-AC-STATUS = "00"
                   MOVE "N" TO WS-FIM-CATALOGO
                   PERFORM UNTIL WS-FIM-CATALOGO = "S"
                       READ AUDIT-CATALOGO
                           AT END
                               MOVE "S" TO WS-FIM-CATALOGO
                           NOT AT END
                               MOVE AC-ARQUIVO TO WS-NOME-AUDITORIA
                               PERFORM LE-GERACAO-AUDITORIA
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AUDIT-CATALOGO.
               MOVE "AUDITLOG.DAT" TO WS-NOME-AUDITORIA.
               PERFORM LE-GERACAO-AUDITORIA.

           LE-GERACAO-AUDITORIA.
               OPEN INPUT AUDIT-JOURNAL.
               IF WS-AJ-STATUS NOT = "00"
                   CLOSE AUDIT-JOURNAL
                   IF WS-NOME-AUDITORIA NOT = "AUDITLOG.DAT"
                       MOVE WS-NOME-AUDITORIA TO LGA-ARQUIVO
                       DISPLAY LINHA-GERACAO-AUSENTE
                       MOVE LINHA-GERACAO-AUSENTE TO WS-LINHA-IMPRESSA
                       PERFORM IMPRIME-LINHA-RELATORIO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDIT-JOURNAL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF AJ-DATA NUMERIC AND AJ-HORA NUMERIC
                               PERFORM TRATA-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-JOURNAL.

           TRATA-LANCAMENTO.
               MOVE AJ-DATA     TO WS-DATA-LANC.
               MOVE AJ-HORA     TO WS-HORA-LANC.
               MOVE AJ-OPERADOR TO WS-OPERADOR-LANC.
               IF WS-DATA-LANC > WS-DATA-FIM
                   EXIT PARAGRAPH
               END-IF.

               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                       UNTIL WS-OT-IDX > WS-OT-QTD
                   IF OT-ID (WS-OT-IDX) = WS-OPERADOR-LANC
                       AND OT-ULTIMA-DATA (WS-OT-IDX) < WS-DATA-LANC
                       MOVE WS-DATA-LANC TO OT-ULTIMA-DATA (WS-OT-IDX)
                   END-IF
               END-PERFORM.

               PERFORM GUARDA-EVENTO-COLOCACAO.

               IF WS-DATA-LANC < WS-DATA-INICIO
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-RUN-ACEITOS.

               IF WS-OPERADOR-LANC = "SIGNON"
                   PERFORM ACUMULA-FALHA-SIGNON
                   EXIT PARAGRAPH
               END-IF.

               PERFORM ACUMULA-RESUMO.

               IF AJ-PROGRAMA = "MANUTENCAO-DE-OPERADOR"
                       AND AJ-DESCRICAO NOT = "OPERADOR INCLUIDO"
                       AND AJ-CHAVE (1:6) NOT = WS-OPERADOR-LANC
                   MOVE "ALTEROU CADASTRO DE OUTRO OPERADOR"
                       TO LE-MOTIVO
                   PERFORM IMPRIME-EXCECAO-DIARIO
                   ADD 1 TO WS-QTD-OUTRO-OPERADOR
               END-IF.

               IF WS-OPERADOR-LANC = "LOTE"
                       OR WS-OPERADOR-LANC = SPACES
                   EXIT PARAGRAPH
               END-IF.

               IF WS-DATA-LANC NOT = WS-DIA-CACHE-DATA
                   MOVE "W" TO SD-FUNCAO
                   MOVE WS-DATA-LANC TO SD-DATA1
                   CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA
                   MOVE WS-DATA-LANC TO WS-DIA-CACHE-DATA
                   MOVE ZEROS TO WS-DIA-CACHE-SEMANA
                   IF SD-RETORNO = "0"
                       MOVE SD-DIA-DA-SEMANA TO WS-DIA-CACHE-SEMANA
                   END-IF
               END-IF.

               IF WS-DIA-CACHE-SEMANA = 6 OR WS-DIA-CACHE-SEMANA = 7
                   MOVE "ATIVIDADE EM DATA SEM PROCESSAMENTO"
                       TO LE-MOTIVO
                   PERFORM IMPRIME-EXCECAO-DIARIO
                   ADD 1 TO WS-QTD-SEM-PROCESSAMENTO
                   IF WS-RS-POS > ZEROS
                       ADD 1 TO RS-FORA-HORARIO (WS-RS-POS)
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

               IF AJ-HH < WS-HORA-ABERTURA
                       OR AJ-HH NOT < WS-HORA-FECHAMENTO
                   MOVE "ATIVIDADE FORA DO HORARIO COMERCIAL"
                       TO LE-MOTIVO
                   PERFORM IMPRIME-EXCECAO-DIARIO
                   ADD 1 TO WS-QTD-FORA-HORARIO
                   IF WS-RS-POS > ZEROS
                       ADD 1 TO RS-FORA-HORARIO (WS-RS-POS)
                   END-IF
               END-IF.

           IMPRIME-EXCECAO-DIARIO.
               MOVE WS-OPERADOR-LANC TO LE-OPERADOR.
               MOVE WS-DATA-LANC     TO LE-DATA.
               MOVE WS-HORA-LANC     TO LE-HORA.
               MOVE AJ-PROGRAMA      TO LE-PROGRAMA.
               MOVE AJ-CHAVE         TO LE-CHAVE.
               PERFORM IMPRIME-EXCECAO.

           IMPRIME-EXCECAO.
               MOVE LINHA-EXCECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               ADD 1 TO WS-RUN-GRAVADOS.

           ACUMULA-RESUMO.
               MOVE ZEROS TO WS-RS-POS.
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-QTD
                          OR WS-RS-POS > ZEROS
                   IF RS-OPERADOR (WS-RS-IDX) = WS-OPERADOR-LANC
                       AND RS-PROGRAMA (WS-RS-IDX) = AJ-PROGRAMA
                       MOVE WS-RS-IDX TO WS-RS-POS
                   END-IF
               END-PERFORM.
               IF WS-RS-POS = ZEROS
                   IF WS-RS-QTD < 500
                       ADD 1 TO WS-RS-QTD
                       MOVE WS-RS-QTD TO WS-RS-POS
                       MOVE WS-OPERADOR-LANC
                           TO RS-OPERADOR (WS-RS-POS)
                       MOVE AJ-PROGRAMA TO RS-PROGRAMA (WS-RS-POS)
                       MOVE ZEROS TO RS-QTD (WS-RS-POS)
                       MOVE ZEROS TO RS-FORA-HORARIO (WS-RS-POS)
                   ELSE
                       MOVE "S" TO WS-RS-CHEIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD 1 TO RS-QTD (WS-RS-POS).

           ACUMULA-FALHA-SIGNON.
               MOVE ZEROS TO WS-FS-POS.
               PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                       UNTIL WS-FS-IDX > WS-FS-QTD
                          OR WS-FS-POS > ZEROS
                   IF FS-ID (WS-FS-IDX) = AJ-CHAVE (1:6)
                       MOVE WS-FS-IDX TO WS-FS-POS
                   END-IF
               END-PERFORM.
               IF WS-FS-POS = ZEROS
                   IF WS-FS-QTD NOT < 200
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-FS-QTD
                   MOVE WS-FS-QTD TO WS-FS-POS
                   MOVE AJ-CHAVE (1:6) TO FS-ID (WS-FS-POS)
                   MOVE ZEROS TO FS-QTD (WS-FS-POS)
                   MOVE "N" TO FS-BLOQUEOU (WS-FS-POS)
               END-IF.
               ADD 1 TO FS-QTD (WS-FS-POS).
               MOVE WS-DATA-LANC TO FS-ULTIMA-DATA (WS-FS-POS).
               MOVE WS-HORA-LANC TO FS-ULTIMA-HORA (WS-FS-POS).
               IF AJ-DESCRICAO = "OPERADOR BLOQUEADO POR FALHAS"
                   MOVE "S" TO FS-BLOQUEOU (WS-FS-POS)
               END-IF.

           GUARDA-EVENTO-COLOCACAO.
               MOVE SPACES TO WS-TIPO-COLOC.
               IF AJ-PROGRAMA = "MANUTENCAO-DE-COLOCACAO"
                       AND AJ-DESCRICAO = "STATUS DE COLOCACAO"
                   MOVE "K" TO WS-TIPO-COLOC
               END-IF.
               IF AJ-PROGRAMA = "FATURAMENTO-DE-COLOCACAO"
                   IF AJ-DESCRICAO = "HONORARIO GERADO"
                       MOVE "G" TO WS-TIPO-COLOC
                   END-IF
                   IF AJ-DESCRICAO = "HONORARIO PAGO"
                       MOVE "P" TO WS-TIPO-COLOC
                   END-IF
               END-IF.
               IF WS-TIPO-COLOC = SPACES
                       OR WS-OPERADOR-LANC = "LOTE"
                       OR WS-OPERADOR-LANC = SPACES
                   EXIT PARAGRAPH
               END-IF.
               MOVE AJ-CHAVE (1:30) TO WS-EMPRESA-LANC.

               MOVE ZEROS TO WS-CE-POS.
               PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                       UNTIL WS-CE-IDX > WS-CE-QTD
                          OR WS-CE-POS > ZEROS
                   IF CE-OPERADOR (WS-CE-IDX) = WS-OPERADOR-LANC
                       AND CE-EMPRESA (WS-CE-IDX) = WS-EMPRESA-LANC
                       AND CE-TIPO (WS-CE-IDX) = WS-TIPO-COLOC
                       MOVE WS-CE-IDX TO WS-CE-POS
                   END-IF
               END-PERFORM.
               IF WS-CE-POS = ZEROS
                   IF WS-CE-QTD NOT < 2000
                       MOVE "S" TO WS-CE-CHEIA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CE-QTD
                   MOVE WS-CE-QTD TO WS-CE-POS
                   MOVE WS-OPERADOR-LANC TO CE-OPERADOR (WS-CE-POS)
                   MOVE WS-EMPRESA-LANC  TO CE-EMPRESA (WS-CE-POS)
                   MOVE WS-TIPO-COLOC    TO CE-TIPO (WS-CE-POS)
               END-IF.
               MOVE WS-DATA-LANC TO CE-DATA (WS-CE-POS).
               MOVE WS-HORA-LANC TO CE-HORA (WS-CE-POS).

           VERIFICA-AUTO-APROVACAO.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-AJUSTES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               OPEN INPUT AJUSTE-ESTOQUE.
               IF WS-AD-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ AJUSTE-ESTOQUE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM TRATA-AJUSTE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AJUSTE-ESTOQUE.
               IF WS-QTD-AUTO-APROVACAO = ZEROS
                   MOVE LINHA-NENHUMA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           TRATA-AJUSTE.
               IF NOT AD-E-APROVADO
                       OR AD-OPERADOR-APROVACAO = SPACES
                       OR AD-OPERADOR-APROVACAO
                          NOT = AD-OPERADOR-DIGITACAO
                   EXIT PARAGRAPH
               END-IF.
               IF AD-DATA-APROVACAO NOT NUMERIC
                       OR AD-DATA-APROVACAO < WS-DATA-INICIO
                       OR AD-DATA-APROVACAO > WS-DATA-FIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE AD-OPERADOR-APROVACAO TO LE-OPERADOR.
               MOVE AD-DATA-APROVACAO     TO LE-DATA.
               MOVE ZEROS                 TO LE-HORA.
               MOVE "AJUSTE-DE-ESTOQUE"   TO LE-PROGRAMA.
               MOVE AD-MERCADORIA         TO LE-CHAVE.
               MOVE "APROVOU O PROPRIO AJUSTE" TO LE-MOTIVO.
               PERFORM IMPRIME-EXCECAO.
               ADD 1 TO WS-QTD-AUTO-APROVACAO.

           VERIFICA-COLOCACOES.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-COLOCACAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-CE-CHEIA = "S"
                   DISPLAY LINHA-COLOCACAO-CHEIA
                   MOVE LINHA-COLOCACAO-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.
               PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                       UNTIL WS-CE-IDX > WS-CE-QTD
                   IF CE-DATA (WS-CE-IDX) NOT < WS-DATA-INICIO
                       EVALUATE CE-TIPO (WS-CE-IDX)
                           WHEN "G"
                               MOVE "K" TO WS-TIPO-PAR
                               MOVE "DIGITOU A COLOCACAO E FATUROU"
                                   TO LE-MOTIVO
                               PERFORM CONFERE-PAR-COLOCACAO
                           WHEN "P"
                               MOVE "G" TO WS-TIPO-PAR
                               MOVE "FATUROU E BAIXOU O HONORARIO"
                                   TO LE-MOTIVO
                               PERFORM CONFERE-PAR-COLOCACAO
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               IF WS-QTD-COLOCACAO = ZEROS
                   MOVE LINHA-NENHUMA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           CONFERE-PAR-COLOCACAO.
               MOVE "N" TO WS-ACHOU.
               PERFORM VARYING WS-CE-IDX2 FROM 1 BY 1
                       UNTIL WS-CE-IDX2 > WS-CE-QTD
                          OR WS-ACHOU = "S"
                   IF CE-OPERADOR (WS-CE-IDX2) = CE-OPERADOR (WS-CE-IDX)
                       AND CE-EMPRESA (WS-CE-IDX2)
                           = CE-EMPRESA (WS-CE-IDX)
                       AND CE-TIPO (WS-CE-IDX2) = WS-TIPO-PAR
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.
               IF WS-ACHOU = "N"
                   EXIT PARAGRAPH
               END-IF.
               MOVE CE-OPERADOR (WS-CE-IDX) TO LE-OPERADOR.
               MOVE CE-DATA (WS-CE-IDX)     TO LE-DATA.
               MOVE CE-HORA (WS-CE-IDX)     TO LE-HORA.
               MOVE "FATURAMENTO-DE-COLOCACAO" TO LE-PROGRAMA.
               MOVE CE-EMPRESA (WS-CE-IDX)  TO LE-CHAVE.
               PERFORM IMPRIME-EXCECAO.
               ADD 1 TO WS-QTD-COLOCACAO.

           VERIFICA-FALHAS-SIGNON.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-SIGNON TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                       UNTIL WS-FS-IDX > WS-FS-QTD
                   IF FS-QTD (WS-FS-IDX) NOT < WS-LIMITE-FALHAS
                           OR FS-BLOQUEOU (WS-FS-IDX) = "S"
                       MOVE FS-ID (WS-FS-IDX)  TO LE-OPERADOR
                       MOVE FS-ULTIMA-DATA (WS-FS-IDX) TO LE-DATA
                       MOVE FS-ULTIMA-HORA (WS-FS-IDX) TO LE-HORA
                       MOVE "MENU-PRINCIPAL"   TO LE-PROGRAMA
                       MOVE FS-ID (WS-FS-IDX)  TO LE-CHAVE
                       MOVE FS-QTD (WS-FS-IDX) TO WS-QTD-EDITADA
                       MOVE SPACES TO LE-MOTIVO
                       IF FS-BLOQUEOU (WS-FS-IDX) = "S"
                           STRING WS-QTD-EDITADA
                               " FALHAS DE SIGNON - BLOQUEADO"
                               DELIMITED BY SIZE INTO LE-MOTIVO
                       ELSE
                           STRING WS-QTD-EDITADA
                               " FALHAS DE SIGNON NA SEMANA"
                               DELIMITED BY SIZE INTO LE-MOTIVO
                       END-IF
                       PERFORM IMPRIME-EXCECAO
                       ADD 1 TO WS-QTD-FALHAS-SIGNON
                   END-IF
               END-PERFORM.
               IF WS-QTD-FALHAS-SIGNON = ZEROS
                   MOVE LINHA-NENHUMA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           VERIFICA-INATIVOS.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-INATIVOS TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-DIAS-INATIVO TO WS-DIAS-EDITADOS.
               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                       UNTIL WS-OT-IDX > WS-OT-QTD
                   IF OT-ATIVO (WS-OT-IDX) = "S"
                       AND OT-ULTIMA-DATA (WS-OT-IDX) < WS-DATA-CORTE
                       MOVE OT-ID (WS-OT-IDX)   TO LE-OPERADOR
                       MOVE OT-ULTIMA-DATA (WS-OT-IDX) TO LE-DATA
                       MOVE ZEROS               TO LE-HORA
                       MOVE OT-NOME (WS-OT-IDX) TO LE-PROGRAMA
                       MOVE SPACES              TO LE-CHAVE
                       MOVE SPACES TO LE-MOTIVO
                       IF OT-ULTIMA-DATA (WS-OT-IDX) = ZEROS
                           MOVE "CONTA SEM NENHUMA ATIVIDADE NO DIARIO"
                               TO LE-MOTIVO
                       ELSE
                           STRING "SEM ATIVIDADE HA MAIS DE "
                               WS-DIAS-EDITADOS " DIAS"
                               DELIMITED BY SIZE INTO LE-MOTIVO
                       END-IF
                       PERFORM IMPRIME-EXCECAO
                       ADD 1 TO WS-QTD-INATIVOS
                   END-IF
               END-PERFORM.
               IF WS-QTD-INATIVOS = ZEROS
                   MOVE LINHA-NENHUMA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

           IMPRIME-RESUMO.
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX >= WS-RS-QTD
                   PERFORM VARYING WS-RS-IDX2 FROM WS-RS-IDX BY 1
                           UNTIL WS-RS-IDX2 > WS-RS-QTD
                       IF WS-RS-ITEM (WS-RS-IDX2) (1:36)
                               < WS-RS-ITEM (WS-RS-IDX) (1:36)
                           MOVE WS-RS-ITEM (WS-RS-IDX) TO WS-RS-TROCA
                           MOVE WS-RS-ITEM (WS-RS-IDX2)
                               TO WS-RS-ITEM (WS-RS-IDX)
                           MOVE WS-RS-TROCA TO WS-RS-ITEM (WS-RS-IDX2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-RESUMO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-CABECALHO-RESUMO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-RS-CHEIA = "S"
                   DISPLAY LINHA-RESUMO-CHEIO
                   MOVE LINHA-RESUMO-CHEIO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-QTD
                   MOVE RS-OPERADOR (WS-RS-IDX)     TO LR-OPERADOR
                   MOVE RS-PROGRAMA (WS-RS-IDX)     TO LR-PROGRAMA
                   MOVE RS-QTD (WS-RS-IDX)          TO LR-QTD
                   MOVE RS-FORA-HORARIO (WS-RS-IDX) TO LR-FORA-HORARIO
                   MOVE LINHA-RESUMO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-PERFORM.

           IMPRIME-TOTAIS.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-SECAO-TOTAIS TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "FORA DO HORARIO COMERCIAL:" TO LTT-TITULO.
               MOVE WS-QTD-FORA-HORARIO TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "EM DATA SEM PROCESSAMENTO:" TO LTT-TITULO.
               MOVE WS-QTD-SEM-PROCESSAMENTO TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "CADASTRO DE OUTRO OPERADOR:" TO LTT-TITULO.
               MOVE WS-QTD-OUTRO-OPERADOR TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "AJUSTE APROVADO PELO DIGITADOR:" TO LTT-TITULO.
               MOVE WS-QTD-AUTO-APROVACAO TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "COLOCACAO/HONORARIO MESMO OPERADOR:"
                   TO LTT-TITULO.
               MOVE WS-QTD-COLOCACAO TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "FALHAS REPETIDAS DE SIGNON:" TO LTT-TITULO.
               MOVE WS-QTD-FALHAS-SIGNON TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.
               MOVE "CONTAS SEM ATIVIDADE:" TO LTT-TITULO.
               MOVE WS-QTD-INATIVOS TO LTT-QTD.
               PERFORM IMPRIME-TOTAL-TIPO.

           IMPRIME-TOTAL-TIPO.
               DISPLAY LINHA-TOTAL-TIPO.
               MOVE LINHA-TOTAL-TIPO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

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
               MOVE "EXCECOES-DE-OPERADOR" TO RN-PROGRAMA.
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
               MOVE WS-DATA-FIM        TO LCD-DATA-BASE.
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
               MOVE "EXCECOES-DE-OPERADOR" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
