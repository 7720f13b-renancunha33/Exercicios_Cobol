       IDENTIFICATION DIVISION.
             PROGRAM-ID. REGISTRO-DE-DIPLOMAS.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT ALUNOS-MASTER ASSIGN TO "ALUNMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS AL-MATRICULA
                     FILE STATUS IS WS-AL-STATUS.
                 SELECT DIPLOMA-MASTER ASSIGN TO "DIPLOMA.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DI-NUMERO
                     ALTERNATE RECORD KEY IS DI-MATRICULA
                     FILE STATUS IS WS-DI-STATUS.
                 SELECT DIPLOMA-SEQ ASSIGN TO "DIPLSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DN-STATUS.
                 SELECT FOLHA-DIPLOMA ASSIGN TO WS-NOME-FOLHAS
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FD-STATUS.
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

           FD  DIPLOMA-MASTER.
               COPY "DIPLOMA.CPY".

           FD  DIPLOMA-SEQ.
               COPY "DIPLSEQ.CPY".

           FD  FOLHA-DIPLOMA.
           01 FOLHA-DIPLOMA-REG  PIC X(132).

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

           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DI-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DN-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FD-STATUS    PIC X(02) VALUE SPACES.
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

           01 WS-FOLHAS-POR-LIVRO PIC 9(03) VALUE 200.
           01 WS-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
           01 WS-LIVRO        PIC 9(04) VALUE ZEROS.
           01 WS-FOLHA        PIC 9(03) VALUE ZEROS.
           01 WS-NOME-FOLHAS  PIC X(30) VALUE SPACES.
           01 WS-LINHAS-FOLHAS PIC 9(06) VALUE ZEROS.
           01 WS-DATA-EDICAO  PIC 9(08) VALUE ZEROS.
           01 WS-DATA-EDICAO-PARTES REDEFINES WS-DATA-EDICAO.
               02 WS-DE-ANO       PIC 9(04).
               02 WS-DE-MES       PIC 9(02).
               02 WS-DE-DIA       PIC 9(02).
           01 WS-DATA-FORMATADA.
               02 DF-DIA          PIC 9(02).
               02 FILLER          PIC X(01) VALUE "/".
               02 DF-MES          PIC 9(02).
               02 FILLER          PIC X(01) VALUE "/".
               02 DF-ANO          PIC 9(04).

           01 WS-TOTAL-FORMADOS   PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-REGISTRADOS PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-JA-REGISTRADOS PIC 9(06) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "REGISTRO DE DIPLOMAS".
           01 LINHA-CABECALHO2.
               02 FILLER PIC X(09) VALUE "NUMERO".
               02 FILLER PIC X(12) VALUE "LIVRO/FOLHA".
               02 FILLER PIC X(12) VALUE "MATRICULA".
               02 FILLER PIC X(52) VALUE "NOME".
               02 FILLER PIC X(22) VALUE "CURSO".
               02 FILLER PIC X(10) VALUE "CONCLUSAO".
           01 LINHA-DETALHE.
               02 LD-NUMERO         PIC 9(06).
               02 FILLER            PIC X(03) VALUE SPACES.
               02 LD-LIVRO          PIC ZZZ9.
               02 FILLER            PIC X(01) VALUE "/".
               02 LD-FOLHA          PIC 999.
               02 FILLER            PIC X(04) VALUE SPACES.
               02 LD-MATRICULA      PIC X(10).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-NOME           PIC X(50).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CURSO          PIC X(20).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 LD-CONCLUSAO      PIC X(10).

           01 LINHA-FOLHA-TITULO PIC X(60) VALUE
               "FOLHA DE DADOS PARA EXPEDICAO DE DIPLOMA".
           01 LINHA-FOLHA-NUMERO.
               02 FILLER PIC X(22) VALUE "DIPLOMA NUMERO:".
               02 LFN-NUMERO        PIC 9(06).
               02 FILLER PIC X(10) VALUE "   VIA: ".
               02 LFN-VIA           PIC Z9.
           01 LINHA-FOLHA-REGISTRO.
               02 FILLER PIC X(22) VALUE "REGISTRO: LIVRO".
               02 LFR-LIVRO         PIC ZZZ9.
               02 FILLER PIC X(09) VALUE "  FOLHA ".
               02 LFR-FOLHA         PIC ZZ9.
               02 FILLER PIC X(06) VALUE "  EM ".
               02 LFR-DATA          PIC X(10).
           01 LINHA-FOLHA-NOME.
               02 FILLER PIC X(22) VALUE "DIPLOMADO(A):".
               02 LFO-NOME          PIC X(50).
           01 LINHA-FOLHA-MATRICULA.
               02 FILLER PIC X(22) VALUE "MATRICULA:".
               02 LFM-MATRICULA     PIC X(10).
           01 LINHA-FOLHA-CURSO.
               02 FILLER PIC X(22) VALUE "CURSO:".
               02 LFC-CURSO         PIC X(20).
           01 LINHA-FOLHA-CONCLUSAO.
               02 FILLER PIC X(22) VALUE "DATA DE CONCLUSAO:".
               02 LFD-CONCLUSAO     PIC X(10).
           01 LINHA-FOLHA-ASSINATURA.
               02 FILLER PIC X(42) VALUE
                   "__________________________________________".
               02 FILLER PIC X(06) VALUE SPACES.
               02 FILLER PIC X(42) VALUE
                   "__________________________________________".
           01 LINHA-FOLHA-CARGOS.
               02 FILLER PIC X(48) VALUE "SECRETARIA ACADEMICA".
               02 FILLER PIC X(42) VALUE "DIRECAO".
           01 LINHA-FOLHA-SEPARADOR PIC X(132) VALUE ALL "=".

           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "FORMADOS NO CADASTRO:".
               02 LT-FORMADOS       PIC ZZZZZ9.
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(28) VALUE
                   "DIPLOMAS REGISTRADOS AGORA:".
               02 LT-REGISTRADOS    PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(28) VALUE "JA REGISTRADOS ANTES:".
               02 LT-JA-REGISTRADOS PIC ZZZZZ9.
           01 LINHA-SEM-ALUNOS PIC X(60) VALUE
               "ARQUIVO ALUNMST.DAT INDISPONIVEL".
           01 LINHA-SEM-DIPLOMAS PIC X(60) VALUE
               "ARQUIVO DIPLOMA.DAT INDISPONIVEL".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.

               MOVE SPACES TO WS-NOME-RELATORIO.
               STRING "REGDIPL-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-RELATORIO.
               MOVE SPACES TO WS-NOME-FOLHAS.
               STRING "DIPLOMAS-" WS-RUN-DATA ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-FOLHAS.
               OPEN OUTPUT RELATORIO-IMPRESSO.

               OPEN INPUT ALUNOS-MASTER.
               IF WS-AL-STATUS NOT = "00"
                   CLOSE ALUNOS-MASTER
                   DISPLAY LINHA-SEM-ALUNOS
                   MOVE LINHA-SEM-ALUNOS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN I-O DIPLOMA-MASTER.
               IF WS-DI-STATUS = "35"
                   OPEN OUTPUT DIPLOMA-MASTER
                   CLOSE DIPLOMA-MASTER
                   OPEN I-O DIPLOMA-MASTER
               END-IF.
               IF WS-DI-STATUS NOT = "00"
                   CLOSE DIPLOMA-MASTER
                   CLOSE ALUNOS-MASTER
                   DISPLAY LINHA-SEM-DIPLOMAS
                   MOVE LINHA-SEM-DIPLOMAS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.
               OPEN OUTPUT FOLHA-DIPLOMA.
               PERFORM CARREGA-OPERADOR.

               DISPLAY LINHA-CABECALHO1.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ALUNOS-MASTER NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RUN-LIDOS
                           IF AL-FORMADO
                               PERFORM TRATA-FORMADO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ALUNOS-MASTER.
               CLOSE DIPLOMA-MASTER.
               CLOSE FOLHA-DIPLOMA.

               PERFORM IMPRIME-TOTAIS.

           FIM-PROGRAMA.
               CLOSE RELATORIO-IMPRESSO.
               PERFORM GRAVA-CATALOGO-RELATORIO.
               IF WS-TOTAL-REGISTRADOS > ZEROS
                   PERFORM GRAVA-CATALOGO-FOLHAS
               END-IF.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK.

           TRATA-FORMADO.
               ADD 1 TO WS-TOTAL-FORMADOS.
               MOVE AL-MATRICULA TO DI-MATRICULA.
               READ DIPLOMA-MASTER KEY IS DI-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-JA-REGISTRADOS
                       EXIT PARAGRAPH
               END-READ.

               PERFORM OBTEM-PROXIMO-NUMERO.
               MOVE WS-ULTIMO-NUMERO  TO DI-NUMERO.
               MOVE AL-MATRICULA      TO DI-MATRICULA.
               MOVE AL-NOME           TO DI-NOME.
               MOVE AL-CURSO          TO DI-CURSO.
               MOVE AL-DATA-FORMATURA TO DI-DATA-FORMATURA.
               MOVE WS-LIVRO          TO DI-LIVRO.
               MOVE WS-FOLHA          TO DI-FOLHA.
               MOVE WS-RUN-DATA       TO DI-DATA-REGISTRO.
               MOVE WS-OPERADOR       TO DI-OPERADOR.
               MOVE 1                 TO DI-VIAS.
               MOVE WS-RUN-DATA       TO DI-DATA-ULTIMA-VIA.
               WRITE DIPLOMA-REG
                   INVALID KEY
                       ADD 1 TO WS-RUN-REJEITADOS
                       EXIT PARAGRAPH
               END-WRITE.

               ADD 1 TO WS-TOTAL-REGISTRADOS.
               ADD 1 TO WS-RUN-ACEITOS.
               ADD 1 TO WS-RUN-GRAVADOS.
               PERFORM IMPRIME-FOLHA-DIPLOMA.
               PERFORM GRAVA-AUDITORIA.

               MOVE DI-NUMERO    TO LD-NUMERO.
               MOVE DI-LIVRO     TO LD-LIVRO.
               MOVE DI-FOLHA     TO LD-FOLHA.
               MOVE DI-MATRICULA TO LD-MATRICULA.
               MOVE DI-NOME      TO LD-NOME.
               MOVE DI-CURSO     TO LD-CURSO.
               MOVE DI-DATA-FORMATURA TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LD-CONCLUSAO.
               DISPLAY LINHA-DETALHE.
               MOVE LINHA-DETALHE TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           OBTEM-PROXIMO-NUMERO.
               MOVE ZEROS TO WS-ULTIMO-NUMERO.
               MOVE ZEROS TO WS-LIVRO.
               MOVE ZEROS TO WS-FOLHA.
               OPEN INPUT DIPLOMA-SEQ.
               IF WS-DN-STATUS = "00"
                   READ DIPLOMA-SEQ
                       NOT AT END
                           MOVE DN-ULTIMO-NUMERO TO WS-ULTIMO-NUMERO
                           MOVE DN-LIVRO         TO WS-LIVRO
                           MOVE DN-FOLHA         TO WS-FOLHA
                   END-READ
                   CLOSE DIPLOMA-SEQ
               ELSE
                   CLOSE DIPLOMA-SEQ
               END-IF.
               ADD 1 TO WS-ULTIMO-NUMERO.
               IF WS-LIVRO = ZEROS
                   MOVE 1 TO WS-LIVRO
               END-IF.
               IF WS-FOLHA >= WS-FOLHAS-POR-LIVRO
                   ADD 1 TO WS-LIVRO
                   MOVE ZEROS TO WS-FOLHA
               END-IF.
               ADD 1 TO WS-FOLHA.
               OPEN OUTPUT DIPLOMA-SEQ.
               MOVE WS-ULTIMO-NUMERO TO DN-ULTIMO-NUMERO.
               MOVE WS-LIVRO         TO DN-LIVRO.
               MOVE WS-FOLHA         TO DN-FOLHA.
               WRITE DIPLOMA-SEQ-REG.
               CLOSE DIPLOMA-SEQ.

           FORMATA-DATA.
               MOVE WS-DE-DIA TO DF-DIA.
               MOVE WS-DE-MES TO DF-MES.
               MOVE WS-DE-ANO TO DF-ANO.

           IMPRIME-FOLHA-DIPLOMA.
               MOVE LINHA-FOLHA-TITULO TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE SPACES TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-NUMERO TO LFN-NUMERO.
               MOVE DI-VIAS   TO LFN-VIA.
               MOVE LINHA-FOLHA-NUMERO TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-LIVRO  TO LFR-LIVRO.
               MOVE DI-FOLHA  TO LFR-FOLHA.
               MOVE DI-DATA-REGISTRO TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LFR-DATA.
               MOVE LINHA-FOLHA-REGISTRO TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-NOME TO LFO-NOME.
               MOVE LINHA-FOLHA-NOME TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-MATRICULA TO LFM-MATRICULA.
               MOVE LINHA-FOLHA-MATRICULA TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-CURSO TO LFC-CURSO.
               MOVE LINHA-FOLHA-CURSO TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE DI-DATA-FORMATURA TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LFD-CONCLUSAO.
               MOVE LINHA-FOLHA-CONCLUSAO TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE SPACES TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE LINHA-FOLHA-ASSINATURA TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE LINHA-FOLHA-CARGOS TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.
               MOVE LINHA-FOLHA-SEPARADOR TO FOLHA-DIPLOMA-REG.
               PERFORM GRAVA-LINHA-FOLHA.

           GRAVA-LINHA-FOLHA.
               WRITE FOLHA-DIPLOMA-REG.
               ADD 1 TO WS-LINHAS-FOLHAS.

           IMPRIME-TOTAIS.
               DISPLAY SPACE.
               MOVE SPACES TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-FORMADOS TO LT-FORMADOS.
               DISPLAY LINHA-TOTAL.
               MOVE LINHA-TOTAL TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-REGISTRADOS TO LT-REGISTRADOS.
               DISPLAY LINHA-TOTAL2.
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-JA-REGISTRADOS TO LT-JA-REGISTRADOS.
               DISPLAY LINHA-TOTAL3.
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA.
               PERFORM IMPRIME-LINHA-RELATORIO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "REGISTRO-DE-DIPLOMAS" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA       TO AJ-DATA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE DI-MATRICULA      TO AJ-CHAVE.
               MOVE DI-NUMERO         TO AJ-VALOR.
               MOVE "DIPLOMA REGISTRADO" TO AJ-DESCRICAO.
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

           GRAVA-CATALOGO-FOLHAS.
               OPEN EXTEND RELATORIO-CATALOGO.
               IF WS-CAT-STATUS = "35"
                   OPEN OUTPUT RELATORIO-CATALOGO
                   CLOSE RELATORIO-CATALOGO
                   OPEN EXTEND RELATORIO-CATALOGO
               END-IF.
               MOVE "REGISTRO-DE-DIPLOMAS" TO RL-RELATORIO.
               MOVE WS-RUN-DATA          TO RL-DATA.
               MOVE WS-TOTAL-REGISTRADOS TO RL-PAGINAS.
               MOVE WS-LINHAS-FOLHAS     TO RL-LINHAS.
               MOVE WS-NOME-FOLHAS       TO RL-ARQUIVO.
               MOVE "R"                  TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.

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
               MOVE "REGISTRO-DE-DIPLOMAS" TO RN-PROGRAMA.
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
               MOVE "REGISTRO-DE-DIPLOMAS" TO RL-RELATORIO.
               MOVE WS-RUN-DATA        TO RL-DATA.
               MOVE WS-PAGINA          TO RL-PAGINAS.
               MOVE WS-LINHAS-TOTAIS   TO RL-LINHAS.
               MOVE WS-NOME-RELATORIO  TO RL-ARQUIVO.
               MOVE "R"                TO RL-SITUACAO.
               WRITE RELATORIO-CATALOGO-REG.
               CLOSE RELATORIO-CATALOGO.
