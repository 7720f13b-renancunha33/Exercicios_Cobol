       IDENTIFICATION DIVISION.
             PROGRAM-ID. ACESSO-DADOS-PESSOAIS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CANDIDATOS-MASTER ASSIGN TO "CANDMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CN-ID
                     ALTERNATE RECORD KEY IS CN-NOME WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CN-CODIGO WITH DUPLICATES
                     FILE STATUS IS WS-CM-STATUS.
                 SELECT CANDIDATO-ARQUIVO ASSIGN TO "CANDARC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CA-STATUS.
                 SELECT CANDIDATO-HABILIDADE ASSIGN TO "CANDHAB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CH-STATUS.
                 SELECT CANDIDATO-HISTORICO ASSIGN TO "CANDHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HC-STATUS.
                 SELECT COLOCACAO-MASTER ASSIGN TO "COLOCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CO-CHAVE
                     FILE STATUS IS WS-CO-STATUS.
                 SELECT ENTREVISTA ASSIGN TO "ENTREV.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EN-STATUS.
                 SELECT HONORARIO ASSIGN TO "HONORAR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HR-STATUS.
                 SELECT CANDIDATO-DUPLICADO ASSIGN TO "CANDDUP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CD-STATUS.
                 SELECT AUDIT-JOURNAL ASSIGN TO "AUDITLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AJ-STATUS.
                 SELECT AUDIT-ARQUIVO ASSIGN TO WS-NOME-ARQUIVO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AA-STATUS.
                 SELECT AUDIT-CATALOGO ASSIGN TO "AUDITCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AC-STATUS.
                 SELECT CONSENTIMENTO ASSIGN TO "LGPDCONS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CT-STATUS.
                 SELECT LGPD-SOLICITACAO ASSIGN TO "LGPDLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LG-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
                 SELECT RELATORIO-IMPRESSO ASSIGN TO WS-NOME-RELATORIO
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RI-STATUS.
                 SELECT RELATORIO-CATALOGO ASSIGN TO "RELCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  CANDIDATOS-MASTER.
               COPY "CANDREG.CPY".

           FD  CANDIDATO-ARQUIVO.
           01 CANDIDATO-ARQUIVO-REG   PIC X(95).

           FD  CANDIDATO-HABILIDADE.
               COPY "CANDHAB.CPY".

           FD  CANDIDATO-HISTORICO.
               COPY "CANDHIST.CPY".

           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

           FD  ENTREVISTA.
               COPY "ENTREV.CPY".

           FD  HONORARIO.
               COPY "HONORREG.CPY".

           FD  CANDIDATO-DUPLICADO.
               COPY "CANDDUP.CPY".

           FD  AUDIT-JOURNAL.
           01 AUDIT-JOURNAL-REG       PIC X(160).

           FD  AUDIT-ARQUIVO.
           01 AUDIT-ARQUIVO-REG       PIC X(160).

           FD  AUDIT-CATALOGO.
               COPY "AUDITCAT.CPY".

           FD  CONSENTIMENTO.
               COPY "LGPDCONS.CPY".

           FD  LGPD-SOLICITACAO.
               COPY "LGPDLOG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  RELATORIO-IMPRESSO.
           01 RELATORIO-IMPRESSO-REG  PIC X(132).

           FD  RELATORIO-CATALOGO.
               COPY "RELCAT.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CAT-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINHAS-TOTAIS PIC 9(06) VALUE ZEROS.
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

           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.

           01 WS-CM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CH-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-EN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-HR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CD-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AJ-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-AA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CT-STATUS    PIC X(02) VALUE SPACES.
           01 WS-LG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-MODO         PIC X(01) VALUE "R".
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           01 WS-CANDIDATO-ID   PIC 9(06) VALUE ZEROS.
           01 WS-ID-ALFA        PIC X(06) VALUE SPACES.
           01 WS-CANDIDATO-NOME PIC X(40) VALUE SPACES.
           01 WS-ACHOU-MASTER   PIC X(01) VALUE "N".
           01 WS-ACHOU-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-SECAO-QTD      PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-REGISTROS PIC 9(06) VALUE ZEROS.
           01 WS-LANCAMENTO-DO-TITULAR PIC X(01) VALUE "N".
           01 WS-RESULTADO      PIC X(30) VALUE SPACES.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.
           01 WS-PROXIMA-SOLICITACAO PIC 9(06) VALUE ZEROS.
           01 WS-TIPO-SOLICITACAO PIC X(01) VALUE SPACES.
           01 WS-NOVO-CONSENTE  PIC X(01) VALUE SPACES.
           01 WS-NOVO-MEIO      PIC X(20) VALUE SPACES.
           01 WS-ULTIMO-CONSENTE PIC X(01) VALUE SPACES.
           01 WS-ULTIMA-DATA-CONSENTE PIC 9(08) VALUE ZEROS.

           01 WS-LANCAMENTO-AUDITORIA.
               02 LA-PROGRAMA        PIC X(30).
               02 LA-DATA            PIC 9(08).
               02 LA-HORA            PIC 9(06).
               02 LA-CHAVE           PIC X(40).
               02 LA-CHAVE-COLOCACAO REDEFINES LA-CHAVE.
                   03 FILLER             PIC X(30).
                   03 LA-CHAVE-CANDIDATO PIC X(06).
                   03 FILLER             PIC X(04).
               02 LA-VALOR           PIC S9(11)V99.
               02 LA-DESCRICAO       PIC X(30).
               02 LA-OPERADOR        PIC X(06).
               02 LA-SEQUENCIA       PIC 9(09).
               02 LA-VERIFICADOR-CHAVE PIC 9(09).
               02 LA-VERIFICADOR     PIC 9(09).

           01 WS-TABELA-GERACOES.
               02 WS-GERACAO OCCURS 400 TIMES PIC X(30).
           01 WS-GER-QTD      PIC 9(03) VALUE ZEROS.
           01 WS-GER-IDX      PIC 9(03) VALUE ZEROS.
           01 WS-GER-CHEIA    PIC X(01) VALUE "N".
           01 WS-NOME-ARQUIVO PIC X(30) VALUE SPACES.

           COPY "PROFTAB.CPY".

           01 WS-PROFISSAO-DESC PIC X(25) VALUE SPACES.
           01 WS-PROFISSAO-CODIGO PIC 9(01) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "RELATORIO DE DADOS PESSOAIS DO TITULAR".
           01 LINHA-TITULAR.
               02 FILLER         PIC X(18) VALUE "TITULAR (CN-ID): ".
               02 LTI-ID         PIC 9(06).
           01 LINHA-TITULO-SECAO.
               02 FILLER         PIC X(04) VALUE "*** ".
               02 LTS-TITULO     PIC X(50).
           01 LINHA-QTD-SECAO.
               02 FILLER         PIC X(27) VALUE
                   "    REGISTROS ENCONTRADOS: ".
               02 LQS-QTD        PIC ZZZZZ9.
           01 LINHA-ARQUIVO-AUDITORIA.
               02 FILLER         PIC X(12) VALUE "    ARQUIVO ".
               02 LAA-ARQUIVO    PIC X(30).
           01 LINHA-CADASTRO1.
               02 FILLER         PIC X(08) VALUE "    ID: ".
               02 LC1-ID         PIC 9(06).
               02 FILLER         PIC X(08) VALUE "  NOME: ".
               02 LC1-NOME       PIC X(40).
               02 FILLER         PIC X(08) VALUE "  SEXO: ".
               02 LC1-SEXO       PIC X(01).
               02 FILLER         PIC X(09) VALUE "  IDADE: ".
               02 LC1-IDADE      PIC ZZ9.
           01 LINHA-CADASTRO2.
               02 FILLER         PIC X(15) VALUE "    PROFISSAO: ".
               02 LC2-CODIGO     PIC 9(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LC2-PROFISSAO  PIC X(25).
               02 FILLER         PIC X(11) VALUE "  SALARIO: ".
               02 LC2-SALARIO    PIC ZZZ.ZZ9,99.
               02 FILLER         PIC X(10) VALUE "  STATUS: ".
               02 LC2-STATUS     PIC X(01).
               02 FILLER         PIC X(12) VALUE "  CADASTRO: ".
               02 LC2-DATA       PIC X(08).
           01 LINHA-HABILIDADE.
               02 FILLER         PIC X(14) VALUE "    PROFISSAO ".
               02 LHB-CODIGO     PIC 9(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LHB-DESCRICAO  PIC X(25).
               02 FILLER         PIC X(13) VALUE "  PRINCIPAL: ".
               02 LHB-PRINCIPAL  PIC X(01).
           01 LINHA-HISTORICO.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LHI-TIPO       PIC X(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LHI-INSTITUICAO PIC X(30).
               02 FILLER         PIC X(06) VALUE "  COD ".
               02 LHI-CODIGO     PIC 9(01).
               02 FILLER         PIC X(06) VALUE "  ESC ".
               02 LHI-ESCOLARIDADE PIC 9(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LHI-INICIO     PIC 9(08).
               02 FILLER         PIC X(03) VALUE " A ".
               02 LHI-FIM        PIC 9(08).
           01 LINHA-COLOCACAO.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LCO-EMPRESA    PIC X(30).
               02 FILLER         PIC X(07) VALUE "  VAGA ".
               02 LCO-VAGA       PIC 9(06).
               02 FILLER         PIC X(04) VALUE "  ST".
               02 LCO-STATUS     PIC X(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LCO-DATA       PIC X(08).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LCO-SALARIO    PIC ZZZ.ZZ9,99.
               02 FILLER         PIC X(09) VALUE "  INICIO ".
               02 LCO-INICIO     PIC 9(08).
               02 FILLER         PIC X(09) VALUE "  DESLIG ".
               02 LCO-DESLIGAMENTO PIC 9(08).
           01 LINHA-ENTREVISTA.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LEN-EMPRESA    PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LEN-DATA       PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LEN-HORA       PIC 9(04).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LEN-LOCAL      PIC X(30).
               02 FILLER         PIC X(04) VALUE "  ST".
               02 LEN-STATUS     PIC X(01).
           01 LINHA-HONORARIO.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LHO-NUMERO     PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LHO-EMPRESA    PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LHO-VALOR      PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(09) VALUE "  EMISSAO".
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LHO-EMISSAO    PIC 9(08).
               02 FILLER         PIC X(07) VALUE "  PAGTO".
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LHO-PAGAMENTO  PIC 9(08).
               02 FILLER         PIC X(04) VALUE "  ST".
               02 LHO-STATUS     PIC X(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LHO-TIPO       PIC X(01).
           01 LINHA-DUPLICIDADE.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LDU-NOME       PIC X(40).
               02 FILLER         PIC X(09) VALUE "  IDADE: ".
               02 LDU-IDADE      PIC ZZ9.
               02 FILLER         PIC X(08) VALUE "  DATA: ".
               02 LDU-DATA       PIC 9(08).
           01 LINHA-AUDITORIA.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LAU-DATA       PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LAU-HORA       PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LAU-PROGRAMA   PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LAU-DESCRICAO  PIC X(30).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LAU-OPERADOR   PIC X(06).
           01 LINHA-CONSENTIMENTO.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LCT-DATA       PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LCT-HORA       PIC 9(06).
               02 FILLER         PIC X(13) VALUE "  CONSENTE: ".
               02 LCT-CONSENTE   PIC X(01).
               02 FILLER         PIC X(09) VALUE "  MEIO: ".
               02 LCT-MEIO       PIC X(20).
               02 FILLER         PIC X(13) VALUE "  OPERADOR: ".
               02 LCT-OPERADOR   PIC X(06).
           01 LINHA-SITUACAO-CONSENTIMENTO.
               02 FILLER         PIC X(20) VALUE
                   "    SITUACAO ATUAL: ".
               02 LSC-SITUACAO   PIC X(30).
               02 LSC-DATA       PIC X(08).
           01 LINHA-SOLICITACAO.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LSO-NUMERO     PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LSO-TIPO       PIC X(01).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LSO-DATA       PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LSO-HORA       PIC 9(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LSO-OPERADOR   PIC X(06).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LSO-RESULTADO  PIC X(30).
           01 LINHA-TOTAL.
               02 FILLER   PIC X(36) VALUE
                   "TOTAL DE REGISTROS SOBRE O TITULAR:".
               02 LT-TOTAL          PIC ZZZZZ9.
           01 LINHA-SEM-IDENTIFICACAO PIC X(60) VALUE
               "TITULAR NAO CONSTA DO CADASTRO NEM DO ARQUIVO MORTO".
           01 LINHA-GERACOES-CHEIA PIC X(60) VALUE
               "MAIS DE 400 GERACOES DE AUDITORIA - BUSCA INCOMPLETA".

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (R-RELATORIO/C-CONSENTIMENTO): ".
               02 MENSA-ID PIC X(50) VALUE
                   "DIGITE O ID DO CANDIDATO: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "CANDIDATO NAO ENCONTRADO".
               02 MENSA-CONSENTE PIC X(50) VALUE
                   "CONSENTE COM O TRATAMENTO DOS DADOS (S/N): ".
               02 MENSA-CONSENTE-INVALIDO PIC X(50) VALUE
                   "RESPOSTA INVALIDA - REDIGITE".
               02 MENSA-MEIO PIC X(50) VALUE
                   "MEIO (FORMULARIO/E-MAIL/TELEFONE...): ".
               02 MENSA-CONSENTIMENTO-OK PIC X(50) VALUE
                   "CONSENTIMENTO REGISTRADO".
               02 MENSA-RELATORIO-OK PIC X(50) VALUE
                   "RELATORIO GERADO: ".

       PROCEDURE DIVISION.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               MOVE DATA-DO-SISTEMA TO WS-RUN-DATA.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO WS-RUN-HORA-INICIO.

               DISPLAY MENSA-MODO.
               ACCEPT WS-MODO.

               EVALUATE WS-MODO
                   WHEN "C"
                   WHEN "c"
                       PERFORM REGISTRA-CONSENTIMENTO
                   WHEN OTHER
                       PERFORM RELATORIO-TITULAR
               END-EVALUATE.

           FIM-PROGRAMA.
               STOP RUN.

           RELATORIO-TITULAR.
               DISPLAY MENSA-ID.
               ACCEPT WS-CANDIDATO-ID.
               MOVE WS-CANDIDATO-ID TO WS-ID-ALFA.
               MOVE SPACES TO WS-CANDIDATO-NOME.
               MOVE ZEROS  TO WS-TOTAL-REGISTROS.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "LGPD-" WS-ID-ALFA "-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               MOVE WS-CANDIDATO-ID TO LTI-ID.
               MOVE LINHA-TITULAR TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

               PERFORM SECAO-CADASTRO.
               PERFORM SECAO-ARQUIVO-MORTO.
               IF WS-ACHOU-MASTER = "N" AND WS-ACHOU-ARQUIVO = "N"
                   MOVE LINHA-SEM-IDENTIFICACAO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.
               PERFORM SECAO-HABILIDADES.
               PERFORM SECAO-HISTORICO.
               PERFORM SECAO-COLOCACOES.
               PERFORM SECAO-ENTREVISTAS.
               PERFORM SECAO-HONORARIOS.
               PERFORM SECAO-DUPLICIDADES.
               PERFORM SECAO-AUDITORIA.
               PERFORM SECAO-CONSENTIMENTO.
               PERFORM SECAO-SOLICITACOES.

               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-REGISTROS TO LT-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.

               DISPLAY LINHA-TOTAL.
               DISPLAY MENSA-RELATORIO-OK WS-NOME-RELATORIO.

               MOVE "A" TO WS-TIPO-SOLICITACAO.
               MOVE WS-NOME-RELATORIO TO WS-RESULTADO.
               PERFORM GRAVA-SOLICITACAO.
               MOVE "ACESSO A DADOS PESSOAIS" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.

           SECAO-CADASTRO.
               MOVE "CADASTRO DE CANDIDATOS" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               MOVE "N" TO WS-ACHOU-MASTER.
               OPEN INPUT CANDIDATOS-MASTER.
               IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "05"
                   MOVE WS-CANDIDATO-ID TO CN-ID
                   READ CANDIDATOS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ACHOU-MASTER
                           MOVE CN-NOME TO WS-CANDIDATO-NOME
                           PERFORM IMPRIME-CADASTRO
                   END-READ
               END-IF.
               CLOSE CANDIDATOS-MASTER.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-ARQUIVO-MORTO.
               MOVE "ARQUIVO MORTO DE CANDIDATOS" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               MOVE "N" TO WS-ACHOU-ARQUIVO.
               OPEN INPUT CANDIDATO-ARQUIVO.
               IF WS-CA-STATUS NOT = "00"
                   CLOSE CANDIDATO-ARQUIVO
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-ARQUIVO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE CANDIDATO-ARQUIVO-REG
                               TO CANDIDATOS-MASTER-REG
                           IF CN-ID = WS-CANDIDATO-ID
                               MOVE "S" TO WS-ACHOU-ARQUIVO
                               IF WS-CANDIDATO-NOME = SPACES
                                   MOVE CN-NOME TO WS-CANDIDATO-NOME
                               END-IF
                               PERFORM IMPRIME-CADASTRO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-ARQUIVO.
               PERFORM IMPRIME-QTD-SECAO.

           IMPRIME-CADASTRO.
               ADD 1 TO WS-SECAO-QTD.
               MOVE CN-ID        TO LC1-ID.
               MOVE CN-NOME      TO LC1-NOME.
               MOVE CN-SEXO      TO LC1-SEXO.
               MOVE CN-IDADE     TO LC1-IDADE.
               MOVE LINHA-CADASTRO1 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE CN-CODIGO    TO LC2-CODIGO.
               MOVE CN-PROFISSAO TO LC2-PROFISSAO.
               MOVE CN-SALARIO   TO LC2-SALARIO.
               MOVE CN-STATUS    TO LC2-STATUS.
               MOVE CN-DATA-CADASTRO TO LC2-DATA.
               MOVE LINHA-CADASTRO2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           SECAO-HABILIDADES.
               MOVE "HABILIDADES" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT CANDIDATO-HABILIDADE.
               IF WS-CH-STATUS NOT = "00"
                   CLOSE CANDIDATO-HABILIDADE
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-HABILIDADE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CH-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE CH-CODIGO TO WS-PROFISSAO-CODIGO
                               PERFORM BUSCA-PROFISSAO
                               MOVE CH-CODIGO TO LHB-CODIGO
                               MOVE WS-PROFISSAO-DESC TO LHB-DESCRICAO
                               MOVE CH-PRINCIPAL TO LHB-PRINCIPAL
                               MOVE LINHA-HABILIDADE
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-HABILIDADE.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-HISTORICO.
               MOVE "HISTORICO PROFISSIONAL E FORMACAO" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT CANDIDATO-HISTORICO.
               IF WS-HC-STATUS NOT = "00"
                   CLOSE CANDIDATO-HISTORICO
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HC-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE HC-TIPO         TO LHI-TIPO
                               MOVE HC-INSTITUICAO  TO LHI-INSTITUICAO
                               MOVE HC-CODIGO       TO LHI-CODIGO
                               MOVE HC-ESCOLARIDADE TO LHI-ESCOLARIDADE
                               MOVE HC-DATA-INICIO  TO LHI-INICIO
                               MOVE HC-DATA-FIM     TO LHI-FIM
                               MOVE LINHA-HISTORICO
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-HISTORICO.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-COLOCACOES.
               MOVE "COLOCACOES" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT COLOCACAO-MASTER.
               IF WS-CO-STATUS NOT = "00" AND WS-CO-STATUS NOT = "05"
                   CLOSE COLOCACAO-MASTER
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ COLOCACAO-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CO-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE CO-EMPRESA     TO LCO-EMPRESA
                               MOVE CO-VAGA-NUMERO TO LCO-VAGA
                               MOVE CO-STATUS      TO LCO-STATUS
                               MOVE CO-DATA-CASAMENTO TO LCO-DATA
                               MOVE CO-SALARIO     TO LCO-SALARIO
                               MOVE CO-DATA-INICIO TO LCO-INICIO
                               MOVE CO-DATA-DESLIGAMENTO
                                   TO LCO-DESLIGAMENTO
                               MOVE LINHA-COLOCACAO
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COLOCACAO-MASTER.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-ENTREVISTAS.
               MOVE "ENTREVISTAS" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT ENTREVISTA.
               IF WS-EN-STATUS NOT = "00"
                   CLOSE ENTREVISTA
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ENTREVISTA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EN-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE EN-EMPRESA TO LEN-EMPRESA
                               MOVE EN-DATA    TO LEN-DATA
                               MOVE EN-HORA    TO LEN-HORA
                               MOVE EN-LOCAL   TO LEN-LOCAL
                               MOVE EN-STATUS  TO LEN-STATUS
                               MOVE LINHA-ENTREVISTA
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENTREVISTA.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-HONORARIOS.
               MOVE "HONORARIOS" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT HONORARIO.
               IF WS-HR-STATUS NOT = "00"
                   CLOSE HONORARIO
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ HONORARIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HR-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE HR-NUMERO         TO LHO-NUMERO
                               MOVE HR-EMPRESA        TO LHO-EMPRESA
                               MOVE HR-VALOR          TO LHO-VALOR
                               MOVE HR-DATA-EMISSAO   TO LHO-EMISSAO
                               MOVE HR-DATA-PAGAMENTO TO LHO-PAGAMENTO
                               MOVE HR-STATUS         TO LHO-STATUS
                               MOVE HR-TIPO           TO LHO-TIPO
                               MOVE LINHA-HONORARIO
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HONORARIO.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-DUPLICIDADES.
               MOVE "SUSPEITAS DE DUPLICIDADE" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT CANDIDATO-DUPLICADO.
               IF WS-CD-STATUS NOT = "00"
                   CLOSE CANDIDATO-DUPLICADO
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-DUPLICADO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CD-ID-EXISTENTE = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE CD-NOME  TO LDU-NOME
                               MOVE CD-IDADE TO LDU-IDADE
                               MOVE CD-DATA  TO LDU-DATA
                               MOVE LINHA-DUPLICIDADE
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-DUPLICADO.
               PERFORM IMPRIME-QTD-SECAO.

           SECAO-AUDITORIA.
               MOVE "TRILHA DE AUDITORIA" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               MOVE "AUDITLOG.DAT" TO LAA-ARQUIVO.
               MOVE LINHA-ARQUIVO-AUDITORIA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               OPEN INPUT AUDIT-JOURNAL.
               IF WS-AJ-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ AUDIT-JOURNAL INTO AUDITORIA-REG
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE AUDITORIA-REG
                                   TO WS-LANCAMENTO-AUDITORIA
                               PERFORM AVALIA-LANCAMENTO
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE AUDIT-JOURNAL.

               PERFORM CARREGA-GERACOES.
               PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                       UNTIL WS-GER-IDX > WS-GER-QTD
                   PERFORM LE-GERACAO-AUDITORIA
               END-PERFORM.
               IF WS-GER-CHEIA = "S"
                   MOVE LINHA-GERACOES-CHEIA TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.
               PERFORM IMPRIME-QTD-SECAO.

           LE-GERACAO-AUDITORIA.
               MOVE WS-GERACAO (WS-GER-IDX) TO WS-NOME-ARQUIVO.
               OPEN INPUT AUDIT-ARQUIVO.
               IF WS-AA-STATUS NOT = "00"
                   CLOSE AUDIT-ARQUIVO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-NOME-ARQUIVO TO LAA-ARQUIVO.
               MOVE LINHA-ARQUIVO-AUDITORIA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDIT-ARQUIVO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE AUDIT-ARQUIVO-REG
                               TO WS-LANCAMENTO-AUDITORIA
                           PERFORM AVALIA-LANCAMENTO
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-ARQUIVO.

           AVALIA-LANCAMENTO.
               PERFORM VERIFICA-LANCAMENTO.
               IF WS-LANCAMENTO-DO-TITULAR = "N"
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-SECAO-QTD.
               MOVE LA-DATA      TO LAU-DATA.
               MOVE LA-HORA      TO LAU-HORA.
               MOVE LA-PROGRAMA  TO LAU-PROGRAMA.
               MOVE LA-DESCRICAO TO LAU-DESCRICAO.
               MOVE LA-OPERADOR  TO LAU-OPERADOR.
               MOVE LINHA-AUDITORIA TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           VERIFICA-LANCAMENTO.
               MOVE "N" TO WS-LANCAMENTO-DO-TITULAR.
               IF WS-CANDIDATO-NOME NOT = SPACES
                       AND LA-CHAVE = WS-CANDIDATO-NOME
                   MOVE "S" TO WS-LANCAMENTO-DO-TITULAR
               END-IF.
               IF LA-PROGRAMA = "MANUTENCAO-DE-COLOCACAO"
                       AND LA-CHAVE-CANDIDATO = WS-ID-ALFA
                   MOVE "S" TO WS-LANCAMENTO-DO-TITULAR
               END-IF.
               IF (LA-PROGRAMA = "ACESSO-DADOS-PESSOAIS"
                       OR LA-PROGRAMA = "ANONIMIZACAO-DE-CANDIDATO")
                       AND LA-VALOR = WS-CANDIDATO-ID
                   MOVE "S" TO WS-LANCAMENTO-DO-TITULAR
               END-IF.

           CARREGA-GERACOES.
               MOVE ZEROS TO WS-GER-QTD.
               MOVE "N"   TO WS-GER-CHEIA.
               OPEN INPUT AUDIT-CATALOGO.
               IF WS-AC-STATUS NOT = "00"
                   CLOSE AUDIT-CATALOGO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ AUDIT-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-GER-QTD < 400
                               ADD 1 TO WS-GER-QTD
                               MOVE AC-ARQUIVO
                                   TO WS-GERACAO (WS-GER-QTD)
                           ELSE
                               MOVE "S" TO WS-GER-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-CATALOGO.

           SECAO-CONSENTIMENTO.
               MOVE "CONSENTIMENTO" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               MOVE SPACES TO WS-ULTIMO-CONSENTE.
               MOVE ZEROS  TO WS-ULTIMA-DATA-CONSENTE.
               OPEN INPUT CONSENTIMENTO.
               IF WS-CT-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ CONSENTIMENTO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF CT-CANDIDATO-ID = WS-CANDIDATO-ID
                                   PERFORM IMPRIME-CONSENTIMENTO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE CONSENTIMENTO.

               EVALUATE WS-ULTIMO-CONSENTE
                   WHEN "S"
                       MOVE "CONSENTIMENTO DADO EM" TO LSC-SITUACAO
                       MOVE WS-ULTIMA-DATA-CONSENTE TO LSC-DATA
                   WHEN "N"
                       MOVE "CONSENTIMENTO REVOGADO EM"
                           TO LSC-SITUACAO
                       MOVE WS-ULTIMA-DATA-CONSENTE TO LSC-DATA
                   WHEN OTHER
                       MOVE "SEM REGISTRO DE CONSENTIMENTO"
                           TO LSC-SITUACAO
                       MOVE SPACES TO LSC-DATA
               END-EVALUATE.
               MOVE LINHA-SITUACAO-CONSENTIMENTO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               PERFORM IMPRIME-QTD-SECAO.

           IMPRIME-CONSENTIMENTO.
               ADD 1 TO WS-SECAO-QTD.
               MOVE CT-CONSENTE TO WS-ULTIMO-CONSENTE.
               MOVE CT-DATA     TO WS-ULTIMA-DATA-CONSENTE.
               MOVE CT-DATA     TO LCT-DATA.
               MOVE CT-HORA     TO LCT-HORA.
               MOVE CT-CONSENTE TO LCT-CONSENTE.
               MOVE CT-MEIO     TO LCT-MEIO.
               MOVE CT-OPERADOR TO LCT-OPERADOR.
               MOVE LINHA-CONSENTIMENTO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           SECAO-SOLICITACOES.
               MOVE "SOLICITACOES DO TITULAR" TO LTS-TITULO.
               PERFORM IMPRIME-TITULO-SECAO.
               OPEN INPUT LGPD-SOLICITACAO.
               IF WS-LG-STATUS NOT = "00"
                   CLOSE LGPD-SOLICITACAO
                   PERFORM IMPRIME-QTD-SECAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LGPD-SOLICITACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LG-CANDIDATO-ID = WS-CANDIDATO-ID
                               ADD 1 TO WS-SECAO-QTD
                               MOVE LG-NUMERO    TO LSO-NUMERO
                               MOVE LG-TIPO      TO LSO-TIPO
                               MOVE LG-DATA      TO LSO-DATA
                               MOVE LG-HORA      TO LSO-HORA
                               MOVE LG-OPERADOR  TO LSO-OPERADOR
                               MOVE LG-RESULTADO TO LSO-RESULTADO
                               MOVE LINHA-SOLICITACAO
                                   TO WS-LINHA-IMPRESSA
                               PERFORM IMPRIME-LINHA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LGPD-SOLICITACAO.
               PERFORM IMPRIME-QTD-SECAO.

           IMPRIME-TITULO-SECAO.
               MOVE ZEROS TO WS-SECAO-QTD.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE LINHA-TITULO-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           IMPRIME-QTD-SECAO.
               ADD WS-SECAO-QTD TO WS-TOTAL-REGISTROS.
               MOVE WS-SECAO-QTD TO LQS-QTD.
               MOVE LINHA-QTD-SECAO TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           BUSCA-PROFISSAO.
               SET WS-PROF-IDX TO 1.
               SEARCH WS-PROFISSAO-ENTRY
                   AT END
                       MOVE "CODIGO INVALIDO" TO WS-PROFISSAO-DESC
                   WHEN WS-PROF-CODIGO (WS-PROF-IDX) =
                           WS-PROFISSAO-CODIGO
                       MOVE WS-PROF-DESCRICAO (WS-PROF-IDX)
                           TO WS-PROFISSAO-DESC
               END-SEARCH.

           REGISTRA-CONSENTIMENTO.
               DISPLAY MENSA-ID.
               ACCEPT WS-CANDIDATO-ID.
               MOVE WS-CANDIDATO-ID TO WS-ID-ALFA.

               OPEN INPUT CANDIDATOS-MASTER.
               IF WS-CM-STATUS NOT = "00" AND WS-CM-STATUS NOT = "05"
                   CLOSE CANDIDATOS-MASTER
                   DISPLAY MENSA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-CANDIDATO-ID TO CN-ID.
               READ CANDIDATOS-MASTER
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU
                       CLOSE CANDIDATOS-MASTER
                       EXIT PARAGRAPH
               END-READ.
               CLOSE CANDIDATOS-MASTER.
               DISPLAY CN-ID " " CN-NOME.

               MOVE SPACES TO WS-NOVO-CONSENTE.
               PERFORM UNTIL WS-NOVO-CONSENTE = "S"
                       OR WS-NOVO-CONSENTE = "N"
                   DISPLAY MENSA-CONSENTE
                   ACCEPT WS-NOVO-CONSENTE
                   IF WS-NOVO-CONSENTE = "s"
                       MOVE "S" TO WS-NOVO-CONSENTE
                   END-IF
                   IF WS-NOVO-CONSENTE = "n"
                       MOVE "N" TO WS-NOVO-CONSENTE
                   END-IF
                   IF WS-NOVO-CONSENTE NOT = "S"
                           AND WS-NOVO-CONSENTE NOT = "N"
                       DISPLAY MENSA-CONSENTE-INVALIDO
                   END-IF
               END-PERFORM.
               DISPLAY MENSA-MEIO.
               ACCEPT WS-NOVO-MEIO.

               PERFORM CARREGA-OPERADOR.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               OPEN EXTEND CONSENTIMENTO.
               IF WS-CT-STATUS = "35"
                   OPEN OUTPUT CONSENTIMENTO
                   CLOSE CONSENTIMENTO
                   OPEN EXTEND CONSENTIMENTO
               END-IF.
               MOVE WS-CANDIDATO-ID  TO CT-CANDIDATO-ID.
               MOVE WS-NOVO-CONSENTE TO CT-CONSENTE.
               MOVE DATA-DO-SISTEMA  TO CT-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO CT-HORA.
               MOVE WS-NOVO-MEIO     TO CT-MEIO.
               MOVE WS-OPERADOR      TO CT-OPERADOR.
               WRITE CONSENTIMENTO-REG.
               CLOSE CONSENTIMENTO.

               MOVE "C" TO WS-TIPO-SOLICITACAO.
               MOVE ZEROS TO WS-TOTAL-REGISTROS.
               IF WS-NOVO-CONSENTE = "S"
                   MOVE "CONSENTIMENTO CONCEDIDO" TO WS-RESULTADO
               ELSE
                   MOVE "CONSENTIMENTO REVOGADO" TO WS-RESULTADO
               END-IF.
               PERFORM GRAVA-SOLICITACAO.
               MOVE WS-RESULTADO TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-CONSENTIMENTO-OK.

           GRAVA-SOLICITACAO.
               MOVE ZEROS TO WS-PROXIMA-SOLICITACAO.
               OPEN INPUT LGPD-SOLICITACAO.
               IF WS-LG-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ LGPD-SOLICITACAO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF LG-NUMERO > WS-PROXIMA-SOLICITACAO
                                   MOVE LG-NUMERO
                                       TO WS-PROXIMA-SOLICITACAO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE LGPD-SOLICITACAO.
               ADD 1 TO WS-PROXIMA-SOLICITACAO.

               PERFORM CARREGA-OPERADOR.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               OPEN EXTEND LGPD-SOLICITACAO.
               IF WS-LG-STATUS = "35"
                   OPEN OUTPUT LGPD-SOLICITACAO
                   CLOSE LGPD-SOLICITACAO
                   OPEN EXTEND LGPD-SOLICITACAO
               END-IF.
               MOVE WS-PROXIMA-SOLICITACAO TO LG-NUMERO.
               MOVE WS-TIPO-SOLICITACAO    TO LG-TIPO.
               MOVE WS-CANDIDATO-ID        TO LG-CANDIDATO-ID.
               MOVE DATA-DO-SISTEMA        TO LG-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO LG-HORA.
               MOVE WS-OPERADOR            TO LG-OPERADOR.
               MOVE WS-TOTAL-REGISTROS     TO LG-REGISTROS.
               MOVE WS-RESULTADO           TO LG-RESULTADO.
               WRITE LGPD-SOLICITACAO-REG.
               CLOSE LGPD-SOLICITACAO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "ACESSO-DADOS-PESSOAIS" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "CANDIDATO " WS-ID-ALFA
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-CANDIDATO-ID   TO AJ-VALOR.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
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
               MOVE LINHA-CABECALHO-DATA TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 2 TO WS-LINHA-ATUAL.
               MOVE SPACES TO RELATORIO-IMPRESSO-REG.
               WRITE RELATORIO-IMPRESSO-REG.
               ADD 1 TO WS-LINHA-ATUAL.

           GRAVA-CATALOGO-RELATORIO.
               OPEN EXTEND RELATORIO-CATALOGO.
               IF WS-CAT-STATUS = "35"
                   OPEN OUTPUT RELATORIO-CATALOGO
                   CLOSE RELATORIO-CATALOGO
                   OPEN EXTEND RELATORIO-CATALOGO
               END-IF.
               MOVE "ACESSO-DADOS-PESSOAIS" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
