       IDENTIFICATION DIVISION.
             PROGRAM-ID. FATURAMENTO-DE-MENSALIDADES.
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
                 SELECT ALUNO-ROSTER ASSIGN TO "ROSTER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AR-STATUS.
                 SELECT GRADES-MASTER ASSIGN TO "GRADES.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS GR-CHAVE
                     FILE STATUS IS WS-GR-STATUS.
                 SELECT TURMA-MASTER ASSIGN TO "TURMMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CODTURMA
                     FILE STATUS IS WS-TU-STATUS.
                 SELECT BOLSA ASSIGN TO "BOLSA.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BO-STATUS.
                 SELECT PRECO-CREDITO ASSIGN TO "PRECCRED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VC-STATUS.
                 SELECT MENSALIDADE ASSIGN TO "MENSALID.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MS-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
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
           FD  ALUNOS-MASTER.
               COPY "ALUNMST.CPY".

           FD  ALUNO-ROSTER.
               COPY "ALUNOREG.CPY".
               COPY "LOTEHT.CPY".

           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  TURMA-MASTER.
               COPY "TURMREG.CPY".

           FD  BOLSA.
               COPY "BOLSA.CPY".

           FD  PRECO-CREDITO.
               COPY "PRECCRED.CPY".

           FD  MENSALIDADE.
               COPY "MENSALID.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

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
               02 FILLER     PIC X(12) VALUE "  PERIODO: ".
               02 LCD-PERIODO PIC X(06).

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-STATUS    PIC X(02) VALUE SPACES.
           01 WS-TU-ABERTURA  PIC X(02) VALUE SPACES.
           01 WS-BO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-VC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MS-STATUS    PIC X(02) VALUE SPACES.
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

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           01 WS-PERIODO-FATURA PIC X(06) VALUE SPACES.
           01 WS-PERIODO-PARTES REDEFINES WS-PERIODO-FATURA.
               02 PF-ANO          PIC 9(04).
               02 PF-TRACO        PIC X(01).
               02 PF-SEMESTRE     PIC 9(01).

           01 WS-QTD-PARCELAS   PIC 9(02) VALUE 06.
           01 WS-DIA-VENCIMENTO PIC 9(02) VALUE 10.
           01 WS-MES-INICIAL    PIC 9(02) VALUE ZEROS.
           01 WS-PARCELA        PIC 9(02) VALUE ZEROS.
           01 WS-VENCIMENTO     PIC 9(08) VALUE ZEROS.
           01 WS-VENCIMENTO-PARTES REDEFINES WS-VENCIMENTO.
               02 VN-ANO          PIC 9(04).
               02 VN-MES          PIC 9(02).
               02 VN-DIA          PIC 9(02).

           01 WS-TABELA-PRECOS.
               02 WS-PRECO-ITEM OCCURS 200 TIMES.
                   03 PT-CURSO        PIC X(20).
                   03 PT-VIGENCIA     PIC 9(08).
                   03 PT-VALOR        PIC 9(05)V99.
                   03 PT-PCT-BOLSA    PIC 9(03)V99.
           01 WS-PT-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-PT-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-PT-ACHADO    PIC 9(03) VALUE ZEROS.
           01 WS-PT-CHEIA     PIC X(01) VALUE "N".

           01 WS-TABELA-BOLSISTAS.
               02 WS-BOLSISTA OCCURS 1000 TIMES PIC X(10).
           01 WS-BS-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-BS-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-BOLSISTA-ACHOU PIC X(01) VALUE "N".

           01 WS-TABELA-FATURADOS.
               02 WS-FATURADO OCCURS 2000 TIMES PIC X(10).
           01 WS-FD-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-FD-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-FATURADO-ACHOU PIC X(01) VALUE "N".
           01 WS-FD-CHEIA     PIC X(01) VALUE "N".

           01 WS-TABELA-INSCRICOES.
               02 WS-MT-ITEM OCCURS 5000 TIMES.
                   03 MT-MATRICULA    PIC X(10).
                   03 MT-CODTURMA     PIC X(08).
           01 WS-MT-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-MT-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-MT-ACHOU     PIC X(01) VALUE "N".
           01 WS-MT-CHEIA     PIC X(01) VALUE "N".
           01 WS-NOVA-MATRICULA PIC X(10) VALUE SPACES.
           01 WS-NOVA-TURMA     PIC X(08) VALUE SPACES.

           01 WS-TABELA-ALUNOS.
               02 WS-FT-ITEM OCCURS 1000 TIMES.
                   03 FT-MATRICULA    PIC X(10).
                   03 FT-TURMAS       PIC 9(03).
                   03 FT-CREDITOS     PIC 9(03).
                   03 FT-SEM-CADASTRO PIC 9(03).
           01 WS-FT-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-FT-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-FT-ACHADO    PIC 9(04) VALUE ZEROS.
           01 WS-FT-CHEIA     PIC X(01) VALUE "N".

           01 WS-SITUACAO       PIC X(22) VALUE SPACES.
           01 WS-VALOR-CREDITO  PIC 9(05)V99 VALUE ZEROS.
           01 WS-PCT-BOLSA      PIC 9(03)V99 VALUE ZEROS.
           01 WS-TOTAL-BRUTO    PIC 9(07)V99 VALUE ZEROS.
           01 WS-TOTAL-DESCONTO PIC 9(07)V99 VALUE ZEROS.
           01 WS-TOTAL-LIQUIDO  PIC 9(07)V99 VALUE ZEROS.
           01 WS-PARCELA-BRUTO    PIC 9(07)V99 VALUE ZEROS.
           01 WS-PARCELA-DESCONTO PIC 9(07)V99 VALUE ZEROS.
           01 WS-PARCELA-LIQUIDO  PIC 9(07)V99 VALUE ZEROS.

           01 WS-TOTAL-FATURADOS    PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-JA-FATURADOS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-BOLSISTAS    PIC 9(06) VALUE ZEROS.
           01 WS-SOMA-BRUTO     PIC 9(10)V99 VALUE ZEROS.
           01 WS-SOMA-DESCONTO  PIC 9(10)V99 VALUE ZEROS.
           01 WS-SOMA-LIQUIDO   PIC 9(10)V99 VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "FATURAMENTO DE MENSALIDADES DO PERIODO".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(22) VALUE "CURSO".
               02 FILLER PIC X(05) VALUE "TUR".
               02 FILLER PIC X(05) VALUE "CRED".
               02 FILLER PIC X(11) VALUE "  VL CRED".
               02 FILLER PIC X(14) VALUE "        BRUTO".
               02 FILLER PIC X(14) VALUE "     DESCONTO".
               02 FILLER PIC X(14) VALUE "      LIQUIDO".
               02 FILLER PIC X(22) VALUE "SITUACAO".
           01 LINHA-DETALHE.
               02 LD-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CURSO          PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-TURMAS         PIC ZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CREDITOS       PIC ZZ9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-VALOR-CREDITO  PIC ZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-BRUTO          PIC Z.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-DESCONTO       PIC Z.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-LIQUIDO        PIC Z.ZZZ.ZZ9,99.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-SITUACAO       PIC X(22).
           01 LINHA-TURMA-SEM-CADASTRO.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 FILLER            PIC X(26) VALUE
                   "TURMA NAO CADASTRADA:    ".
               02 LTS-CODTURMA      PIC X(08).
               02 FILLER            PIC X(12) VALUE "  MATRICULA ".
               02 LTS-MATRICULA     PIC X(10).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "ALUNOS FATURADOS:".
               02 LT-FATURADOS      PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE "ALUNOS REJEITADOS:".
               02 LT-REJEITADOS     PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "JA FATURADOS NO PERIODO:".
               02 LT-JA-FATURADOS   PIC ZZZZZ9.
           01 LINHA-TOTAL4.
               02 FILLER   PIC X(28) VALUE "BOLSISTAS COM DESCONTO:".
               02 LT-BOLSISTAS      PIC ZZZZZ9.
           01 LINHA-TOTAL5.
               02 FILLER   PIC X(28) VALUE "PARCELAS GERADAS:".
               02 LT-PARCELAS       PIC ZZZZZ9.
           01 LINHA-TOTAL-VALOR.
               02 LTV-TITULO        PIC X(28).
               02 LTV-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-PERIODO-INVALIDO PIC X(60) VALUE
               "PERIODO INVALIDO - USE AAAA-1 OU AAAA-2".
           01 LINHA-SEM-INSCRICOES PIC X(60) VALUE
               "NENHUMA INSCRICAO EM TURMA NO PERIODO".
           01 LINHA-TABELA-CHEIA PIC X(60) VALUE
               "LIMITE DE TABELA EXCEDIDO - FATURAMENTO INCOMPLETO".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               MOVE WS-RUN-DATA TO DATA-DO-SISTEMA.
               ACCEPT WS-PERIODO-FATURA.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "MENSAL-" WS-PERIODO-FATURA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               IF PF-ANO NOT NUMERIC OR PF-TRACO NOT = "-"
                       OR PF-SEMESTRE NOT NUMERIC
                       OR (PF-SEMESTRE NOT = 1 AND PF-SEMESTRE NOT = 2)
                   DISPLAY LINHA-PERIODO-INVALIDO
                   MOVE LINHA-PERIODO-INVALIDO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               IF PF-SEMESTRE = 1
                   MOVE 01 TO WS-MES-INICIAL
               ELSE
                   MOVE 07 TO WS-MES-INICIAL
               END-IF.

               PERFORM CARREGA-PRECOS.
               PERFORM CARREGA-BOLSISTAS.
               PERFORM CARREGA-FATURADOS.
               PERFORM CARREGA-ROSTER.
               PERFORM CARREGA-GRADES.
               IF WS-MT-QTD = ZEROS
                   DISPLAY LINHA-SEM-INSCRICOES
                   MOVE LINHA-SEM-INSCRICOES TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM ACUMULA-CREDITOS.

               OPEN INPUT ALUNOS-MASTER.
               OPEN EXTEND MENSALIDADE.
               IF WS-MS-STATUS = "35"
                   OPEN OUTPUT MENSALIDADE
                   CLOSE MENSALIDADE
                   OPEN EXTEND MENSALIDADE
               END-IF.

               DISPLAY LINHA-CABECALHO1.
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-QTD
                   PERFORM FATURA-ALUNO
               END-PERFORM.

               CLOSE ALUNOS-MASTER.
               CLOSE MENSALIDADE.

               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           CARREGA-PRECOS.
               OPEN INPUT PRECO-CREDITO.
               IF WS-VC-STATUS NOT = "00"
                   CLOSE PRECO-CREDITO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ PRECO-CREDITO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-PT-QTD < 200
                               ADD 1 TO WS-PT-QTD
                               MOVE VC-CURSO TO PT-CURSO (WS-PT-QTD)
                               MOVE VC-DATA-VIGENCIA
                                   TO PT-VIGENCIA (WS-PT-QTD)
                               MOVE VC-VALOR-CREDITO
                                   TO PT-VALOR (WS-PT-QTD)
                               MOVE VC-PCT-BOLSA
                                   TO PT-PCT-BOLSA (WS-PT-QTD)
                           ELSE
                               MOVE "S" TO WS-PT-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PRECO-CREDITO.

           CARREGA-BOLSISTAS.
               OPEN INPUT BOLSA.
               IF WS-BO-STATUS NOT = "00"
                   CLOSE BOLSA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ BOLSA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF BO-PERIODO = WS-PERIODO-FATURA
                                   AND BO-QUALIFICADO
                                   AND WS-BS-QTD < 1000
                               ADD 1 TO WS-BS-QTD
                               MOVE BO-MATRICULA
                                   TO WS-BOLSISTA (WS-BS-QTD)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE BOLSA.

           CARREGA-FATURADOS.
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
                           IF MS-PERIODO = WS-PERIODO-FATURA
                               MOVE MS-MATRICULA TO WS-NOVA-MATRICULA
                               PERFORM VERIFICA-FATURADO
                               IF WS-FATURADO-ACHOU = "N"
                                   PERFORM GUARDA-FATURADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MENSALIDADE.

           GUARDA-FATURADO.
               IF WS-FD-QTD >= 2000
                   MOVE "S" TO WS-FD-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-FD-QTD.
               MOVE WS-NOVA-MATRICULA TO WS-FATURADO (WS-FD-QTD).

           VERIFICA-FATURADO.
               MOVE "N" TO WS-FATURADO-ACHOU.
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                       UNTIL WS-FD-IDX > WS-FD-QTD
                       OR WS-FATURADO-ACHOU = "S"
                   IF WS-FATURADO (WS-FD-IDX) = WS-NOVA-MATRICULA
                       MOVE "S" TO WS-FATURADO-ACHOU
                   END-IF
               END-PERFORM.

           CARREGA-ROSTER.
               OPEN INPUT ALUNO-ROSTER.
               IF WS-AR-STATUS NOT = "00"
                   CLOSE ALUNO-ROSTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ALUNO-ROSTER
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AR-PERIODO = WS-PERIODO-FATURA
                                   AND NOT HT-E-HEADER
                                   AND NOT HT-E-TRAILER
                               ADD 1 TO WS-RUN-LIDOS
                               MOVE AR-MATRICULA TO WS-NOVA-MATRICULA
                               MOVE AR-CODTURMA  TO WS-NOVA-TURMA
                               PERFORM REGISTRA-INSCRICAO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ALUNO-ROSTER.

           CARREGA-GRADES.
               OPEN INPUT GRADES-MASTER.
               IF WS-GR-STATUS NOT = "00" AND WS-GR-STATUS NOT = "05"
                   CLOSE GRADES-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ GRADES-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF GR-PERIODO = WS-PERIODO-FATURA
                               ADD 1 TO WS-RUN-LIDOS
                               MOVE GR-MATRICULA TO WS-NOVA-MATRICULA
                               MOVE GR-CODTURMA  TO WS-NOVA-TURMA
                               PERFORM REGISTRA-INSCRICAO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE GRADES-MASTER.

           REGISTRA-INSCRICAO.
               MOVE "N" TO WS-MT-ACHOU.
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MT-QTD
                       OR WS-MT-ACHOU = "S"
                   IF MT-MATRICULA (WS-MT-IDX) = WS-NOVA-MATRICULA
                           AND MT-CODTURMA (WS-MT-IDX) = WS-NOVA-TURMA
                       MOVE "S" TO WS-MT-ACHOU
                   END-IF
               END-PERFORM.
               IF WS-MT-ACHOU = "S"
                   EXIT PARAGRAPH
               END-IF.
               IF WS-MT-QTD >= 5000
                   MOVE "S" TO WS-MT-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-MT-QTD.
               MOVE WS-NOVA-MATRICULA TO MT-MATRICULA (WS-MT-QTD).
               MOVE WS-NOVA-TURMA     TO MT-CODTURMA (WS-MT-QTD).

           ACUMULA-CREDITOS.
               OPEN INPUT TURMA-MASTER.
               MOVE WS-TU-STATUS TO WS-TU-ABERTURA.
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MT-QTD
                   PERFORM ACUMULA-UMA-INSCRICAO
               END-PERFORM.
               CLOSE TURMA-MASTER.

           ACUMULA-UMA-INSCRICAO.
               PERFORM LOCALIZA-ALUNO.
               IF WS-FT-ACHADO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO FT-TURMAS (WS-FT-ACHADO).
               MOVE MT-CODTURMA (WS-MT-IDX) TO TU-CODTURMA.
               IF WS-TU-ABERTURA = "00"
                   READ TURMA-MASTER
                       INVALID KEY
                           PERFORM TURMA-SEM-CADASTRO
                       NOT INVALID KEY
                           ADD TU-CREDITOS TO FT-CREDITOS (WS-FT-ACHADO)
                   END-READ
               ELSE
                   PERFORM TURMA-SEM-CADASTRO
               END-IF.

           TURMA-SEM-CADASTRO.
               ADD 1 TO FT-SEM-CADASTRO (WS-FT-ACHADO).
               MOVE MT-CODTURMA (WS-MT-IDX)  TO LTS-CODTURMA.
               MOVE MT-MATRICULA (WS-MT-IDX) TO LTS-MATRICULA.
               MOVE LINHA-TURMA-SEM-CADASTRO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           LOCALIZA-ALUNO.
               MOVE ZEROS TO WS-FT-ACHADO.
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-QTD
                       OR WS-FT-ACHADO > ZEROS
                   IF FT-MATRICULA (WS-FT-IDX) =
                           MT-MATRICULA (WS-MT-IDX)
                       MOVE WS-FT-IDX TO WS-FT-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-FT-ACHADO > ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-FT-QTD >= 1000
                   MOVE "S" TO WS-FT-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-FT-QTD.
               MOVE WS-FT-QTD TO WS-FT-ACHADO.
               MOVE MT-MATRICULA (WS-MT-IDX)
                   TO FT-MATRICULA (WS-FT-ACHADO).
               MOVE ZEROS TO FT-TURMAS (WS-FT-ACHADO)
                             FT-CREDITOS (WS-FT-ACHADO)
                             FT-SEM-CADASTRO (WS-FT-ACHADO).

           FATURA-ALUNO.
               MOVE FT-MATRICULA (WS-FT-IDX) TO LD-MATRICULA.
               MOVE SPACES                   TO LD-CURSO.
               MOVE FT-TURMAS (WS-FT-IDX)    TO LD-TURMAS.
               MOVE FT-CREDITOS (WS-FT-IDX)  TO LD-CREDITOS.
               MOVE ZEROS TO WS-VALOR-CREDITO WS-PCT-BOLSA
                             WS-TOTAL-BRUTO WS-TOTAL-DESCONTO
                             WS-TOTAL-LIQUIDO.

               MOVE FT-MATRICULA (WS-FT-IDX) TO WS-NOVA-MATRICULA.
               PERFORM VERIFICA-FATURADO.
               IF WS-FATURADO-ACHOU = "S"
                   ADD 1 TO WS-TOTAL-JA-FATURADOS
                   MOVE "JA FATURADO" TO WS-SITUACAO
                   PERFORM IMPRIME-ALUNO
                   EXIT PARAGRAPH
               END-IF.

               MOVE FT-MATRICULA (WS-FT-IDX) TO AL-MATRICULA.
               READ ALUNOS-MASTER
                   INVALID KEY
                       MOVE "ALUNO NAO CADASTRADO" TO WS-SITUACAO
                       PERFORM REJEITA-ALUNO
                       EXIT PARAGRAPH
               END-READ.
               MOVE AL-CURSO TO LD-CURSO.
               IF AL-TRANCADO
                   MOVE "MATRICULA TRANCADA" TO WS-SITUACAO
                   PERFORM REJEITA-ALUNO
                   EXIT PARAGRAPH
               END-IF.
               IF AL-JUBILADO
                   MOVE "MATRICULA CANCELADA" TO WS-SITUACAO
                   PERFORM REJEITA-ALUNO
                   EXIT PARAGRAPH
               END-IF.
               IF FT-SEM-CADASTRO (WS-FT-IDX) > ZEROS
                   MOVE "TURMA NAO CADASTRADA" TO WS-SITUACAO
                   PERFORM REJEITA-ALUNO
                   EXIT PARAGRAPH
               END-IF.
               IF FT-CREDITOS (WS-FT-IDX) = ZEROS
                   MOVE "SEM CREDITOS" TO WS-SITUACAO
                   PERFORM REJEITA-ALUNO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM BUSCA-PRECO.
               IF WS-PT-ACHADO = ZEROS
                   MOVE "SEM PRECO PARA O CURSO" TO WS-SITUACAO
                   PERFORM REJEITA-ALUNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE PT-VALOR (WS-PT-ACHADO) TO WS-VALOR-CREDITO.

               COMPUTE WS-TOTAL-BRUTO =
                   FT-CREDITOS (WS-FT-IDX) * WS-VALOR-CREDITO.
               MOVE "FATURADO" TO WS-SITUACAO.
               PERFORM VERIFICA-BOLSISTA.
               IF WS-BOLSISTA-ACHOU = "S"
                   MOVE PT-PCT-BOLSA (WS-PT-ACHADO) TO WS-PCT-BOLSA
                   COMPUTE WS-TOTAL-DESCONTO ROUNDED =
                       WS-TOTAL-BRUTO * WS-PCT-BOLSA / 100
                   ADD 1 TO WS-TOTAL-BOLSISTAS
                   MOVE "FATURADO - BOLSISTA" TO WS-SITUACAO
               END-IF.
               COMPUTE WS-TOTAL-LIQUIDO =
                   WS-TOTAL-BRUTO - WS-TOTAL-DESCONTO.

               COMPUTE WS-PARCELA-BRUTO =
                   WS-TOTAL-BRUTO / WS-QTD-PARCELAS.
               COMPUTE WS-PARCELA-DESCONTO =
                   WS-TOTAL-DESCONTO / WS-QTD-PARCELAS.
               COMPUTE WS-PARCELA-LIQUIDO =
                   WS-PARCELA-BRUTO - WS-PARCELA-DESCONTO.
               PERFORM VARYING WS-PARCELA FROM 1 BY 1
                       UNTIL WS-PARCELA > WS-QTD-PARCELAS
                   PERFORM GRAVA-PARCELA
               END-PERFORM.

               ADD 1 TO WS-TOTAL-FATURADOS.
               ADD 1 TO WS-RUN-ACEITOS.
               ADD WS-TOTAL-BRUTO    TO WS-SOMA-BRUTO.
               ADD WS-TOTAL-DESCONTO TO WS-SOMA-DESCONTO.
               ADD WS-TOTAL-LIQUIDO  TO WS-SOMA-LIQUIDO.
               PERFORM GRAVA-AUDITORIA.
               PERFORM IMPRIME-ALUNO.

           REJEITA-ALUNO.
               ADD 1 TO WS-RUN-REJEITADOS.
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
               PERFORM IMPRIME-ALUNO.

           IMPRIME-ALUNO.
               MOVE WS-VALOR-CREDITO  TO LD-VALOR-CREDITO.
               MOVE WS-TOTAL-BRUTO    TO LD-BRUTO.
               MOVE WS-TOTAL-DESCONTO TO LD-DESCONTO.
               MOVE WS-TOTAL-LIQUIDO  TO LD-LIQUIDO.
               MOVE WS-SITUACAO       TO LD-SITUACAO.
               DISPLAY LINHA-DETALHE
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           BUSCA-PRECO.
               MOVE ZEROS TO WS-PT-ACHADO.
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-QTD
                   IF PT-CURSO (WS-PT-IDX) = AL-CURSO
                           AND PT-VIGENCIA (WS-PT-IDX) <= WS-RUN-DATA
                       IF WS-PT-ACHADO = ZEROS
                           MOVE WS-PT-IDX TO WS-PT-ACHADO
                       ELSE
                           IF PT-VIGENCIA (WS-PT-IDX) >=
                                   PT-VIGENCIA (WS-PT-ACHADO)
                               MOVE WS-PT-IDX TO WS-PT-ACHADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           VERIFICA-BOLSISTA.
               MOVE "N" TO WS-BOLSISTA-ACHOU.
               PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                       UNTIL WS-BS-IDX > WS-BS-QTD
                       OR WS-BOLSISTA-ACHOU = "S"
                   IF WS-BOLSISTA (WS-BS-IDX) = FT-MATRICULA (WS-FT-IDX)
                       MOVE "S" TO WS-BOLSISTA-ACHOU
                   END-IF
               END-PERFORM.

           GRAVA-PARCELA.
               MOVE PF-ANO TO VN-ANO.
               COMPUTE VN-MES = WS-MES-INICIAL + WS-PARCELA - 1.
               MOVE WS-DIA-VENCIMENTO TO VN-DIA.

               MOVE FT-MATRICULA (WS-FT-IDX) TO MS-MATRICULA.
               MOVE WS-PERIODO-FATURA        TO MS-PERIODO.
               MOVE WS-PARCELA               TO MS-PARCELA.
               MOVE AL-CURSO                 TO MS-CURSO.
               MOVE FT-CREDITOS (WS-FT-IDX)  TO MS-CREDITOS.
               MOVE WS-RUN-DATA              TO MS-DATA-EMISSAO.
               MOVE WS-VENCIMENTO            TO MS-DATA-VENCIMENTO.
               IF WS-PARCELA < WS-QTD-PARCELAS
                   MOVE WS-PARCELA-BRUTO    TO MS-VALOR-BRUTO
                   MOVE WS-PARCELA-DESCONTO TO MS-VALOR-DESCONTO
                   MOVE WS-PARCELA-LIQUIDO  TO MS-VALOR
               ELSE
                   COMPUTE MS-VALOR-BRUTO = WS-TOTAL-BRUTO
                       - WS-PARCELA-BRUTO * (WS-QTD-PARCELAS - 1)
                   COMPUTE MS-VALOR-DESCONTO = WS-TOTAL-DESCONTO
                       - WS-PARCELA-DESCONTO * (WS-QTD-PARCELAS - 1)
                   COMPUTE MS-VALOR =
                       MS-VALOR-BRUTO - MS-VALOR-DESCONTO
               END-IF.
               MOVE ZEROS    TO MS-VALOR-PAGO.
               MOVE MS-VALOR TO MS-SALDO.
               MOVE ZEROS    TO MS-DATA-ULTIMO-PAGTO.
               IF MS-VALOR = ZEROS
                   MOVE "Q" TO MS-STATUS
               ELSE
                   MOVE "A" TO MS-STATUS
               END-IF.
               WRITE MENSALIDADE-REG.
               ADD 1 TO WS-RUN-GRAVADOS.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               IF WS-PT-CHEIA = "S" OR WS-MT-CHEIA = "S"
                       OR WS-FT-CHEIA = "S" OR WS-FD-CHEIA = "S"
                   DISPLAY LINHA-TABELA-CHEIA
                   MOVE LINHA-TABELA-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
               MOVE WS-TOTAL-FATURADOS    TO LT-FATURADOS.
               DISPLAY LINHA-TOTAL
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-REJEITADOS     TO LT-REJEITADOS.
               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-JA-FATURADOS TO LT-JA-FATURADOS.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-BOLSISTAS    TO LT-BOLSISTAS.
               DISPLAY LINHA-TOTAL4
               MOVE LINHA-TOTAL4 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-RUN-GRAVADOS       TO LT-PARCELAS.
               DISPLAY LINHA-TOTAL5
               MOVE LINHA-TOTAL5 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "VALOR BRUTO FATURADO:" TO LTV-TITULO.
               MOVE WS-SOMA-BRUTO TO LTV-VALOR.
               DISPLAY LINHA-TOTAL-VALOR
               MOVE LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "DESCONTOS DE BOLSA:" TO LTV-TITULO.
               MOVE WS-SOMA-DESCONTO TO LTV-VALOR.
               DISPLAY LINHA-TOTAL-VALOR
               MOVE LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "VALOR LIQUIDO A RECEBER:" TO LTV-TITULO.
               MOVE WS-SOMA-LIQUIDO TO LTV-VALOR.
               DISPLAY LINHA-TOTAL-VALOR
               MOVE LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "FATURAMENTO-DE-MENSALIDADES" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING FT-MATRICULA (WS-FT-IDX) " " WS-PERIODO-FATURA
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-TOTAL-LIQUIDO  TO AJ-VALOR.
               MOVE "MENSALIDADES GERADAS" TO AJ-DESCRICAO.
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
               MOVE "FATURAMENTO-DE-MENSALIDADES" TO RN-PROGRAMA.
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
               MOVE WS-PERIODO-FATURA  TO LCD-PERIODO.
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
               MOVE "FATURAMENTO-DE-MENSALIDADES" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
