       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSULTA-DE-DIPLOMA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIPLOMA-MASTER ASSIGN TO "DIPLOMA.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-NUMERO
                   ALTERNATE RECORD KEY IS DI-MATRICULA
                   FILE STATUS IS WS-DI-STATUS.
               SELECT DIPLOMA-REEMISSAO ASSIGN TO "DIPLREEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DR-STATUS.
               SELECT FOLHA-DIPLOMA ASSIGN TO WS-NOME-FOLHA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FD-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  DIPLOMA-MASTER.
               COPY "DIPLOMA.CPY".

           FD  DIPLOMA-REEMISSAO.
               COPY "DIPLREEM.CPY".

           FD  FOLHA-DIPLOMA.
           01 FOLHA-DIPLOMA-REG  PIC X(132).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-DI-STATUS      PIC X(02) VALUE SPACES.
           01 WS-DR-STATUS      PIC X(02) VALUE SPACES.
           01 WS-FD-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-MODO           PIC X(01) VALUE "V".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           01 WS-PESQUISA-NUMERO PIC 9(06) VALUE ZEROS.
           01 WS-NOME-INFORMADO PIC X(50) VALUE SPACES.
           01 WS-MOTIVO         PIC X(40) VALUE SPACES.
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.
           01 WS-NOME-FOLHA     PIC X(30) VALUE SPACES.
           01 WS-DATA-EDICAO    PIC 9(08) VALUE ZEROS.
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

           01 LINHA-DIPLOMA.
               02 FILLER         PIC X(08) VALUE "CURSO: ".
               02 LG-CURSO       PIC X(20).
               02 FILLER         PIC X(13) VALUE "  CONCLUSAO: ".
               02 LG-CONCLUSAO   PIC X(10).
           01 LINHA-DIPLOMA2.
               02 FILLER         PIC X(07) VALUE "LIVRO: ".
               02 LG-LIVRO       PIC ZZZ9.
               02 FILLER         PIC X(09) VALUE "  FOLHA: ".
               02 LG-FOLHA       PIC ZZ9.
               02 FILLER         PIC X(14) VALUE "  REGISTRO EM ".
               02 LG-REGISTRO    PIC X(10).
               02 FILLER         PIC X(08) VALUE "  VIAS: ".
               02 LG-VIAS        PIC Z9.
           01 LINHA-DIPLOMA-NOME.
               02 FILLER         PIC X(09) VALUE "ALUNO:  ".
               02 LG-NOME        PIC X(50).

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
           01 LINHA-FOLHA-REEMISSAO.
               02 FILLER PIC X(22) VALUE "REEMISSAO EM:".
               02 LFE-DATA          PIC X(10).
               02 FILLER PIC X(10) VALUE "  MOTIVO: ".
               02 LFE-MOTIVO        PIC X(40).
               02 FILLER PIC X(12) VALUE "  OPERADOR: ".
               02 LFE-OPERADOR      PIC X(06).
           01 LINHA-FOLHA-ASSINATURA.
               02 FILLER PIC X(42) VALUE
                   "__________________________________________".
               02 FILLER PIC X(06) VALUE SPACES.
               02 FILLER PIC X(42) VALUE
                   "__________________________________________".
           01 LINHA-FOLHA-CARGOS.
               02 FILLER PIC X(48) VALUE "SECRETARIA ACADEMICA".
               02 FILLER PIC X(42) VALUE "DIRECAO".

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (V-VERIFICACAO/R-REEMISSAO): ".
               02 MENSA-NUMERO PIC X(50) VALUE
                   "NUMERO DO DIPLOMA: ".
               02 MENSA-NOME PIC X(50) VALUE
                   "NOME INFORMADO PELO SOLICITANTE: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "DIPLOMA NAO REGISTRADO".
               02 MENSA-CONFERE PIC X(50) VALUE
                   "DIPLOMA CONFERE COM O NOME INFORMADO".
               02 MENSA-NAO-CONFERE PIC X(50) VALUE
                   "NOME INFORMADO NAO CONFERE COM O DIPLOMA".
               02 MENSA-MOTIVO PIC X(50) VALUE
                   "MOTIVO DA REEMISSAO: ".
               02 MENSA-MOTIVO-INVALIDO PIC X(50) VALUE
                   "MOTIVO NAO INFORMADO - REEMISSAO CANCELADA".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA A REEMISSAO? (S/N): ".
               02 MENSA-REEMITIDO PIC X(50) VALUE
                   "NOVA VIA GERADA: ".
               02 MENSA-CANCELADA PIC X(50) VALUE
                   "REEMISSAO CANCELADA".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 28 VALUE "CONSULTA DE DIPLOMA".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE ANO TO WS-DATA-HOJE(1:4).
                MOVE MES TO WS-DATA-HOJE(5:2).
                MOVE DIA TO WS-DATA-HOJE(7:2).

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                OPEN I-O DIPLOMA-MASTER.
                IF WS-DI-STATUS NOT = "00"
                    DISPLAY "ARQUIVO DIPLOMA.DAT NAO DISPONIVEL"
                        AT 0515
                    CLOSE DIPLOMA-MASTER
                    STOP RUN
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0350.

                EVALUATE WS-MODO
                    WHEN "R"
                    WHEN "r"
                        PERFORM REEMISSAO
                    WHEN OTHER
                        PERFORM VERIFICACAO
                END-EVALUATE.

                CLOSE DIPLOMA-MASTER.
                STOP RUN.

           VERIFICACAO.
               PERFORM LOCALIZA-DIPLOMA.
               IF WS-DI-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-NOME AT 0715.
               ACCEPT WS-NOME-INFORMADO AT 0749.

               IF WS-NOME-INFORMADO = DI-NOME
                   DISPLAY MENSA-CONFERE AT 0915
                   PERFORM EXIBE-DIPLOMA
                   MOVE "VERIFICACAO DIPLOMA-CONFERE"
                       TO WS-DESCRICAO-AUDITORIA
               ELSE
                   DISPLAY MENSA-NAO-CONFERE AT 0915
                   MOVE "VERIFICACAO DIPLOMA-DIVERGE"
                       TO WS-DESCRICAO-AUDITORIA
               END-IF.
               PERFORM GRAVA-AUDITORIA.

           REEMISSAO.
               PERFORM LOCALIZA-DIPLOMA.
               IF WS-DI-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE DI-NOME TO LG-NOME.
               DISPLAY LINHA-DIPLOMA-NOME AT 0715.
               PERFORM EXIBE-DIPLOMA.

               DISPLAY MENSA-MOTIVO AT 1315.
               ACCEPT WS-MOTIVO AT 1336.
               IF WS-MOTIVO = SPACES
                   DISPLAY MENSA-MOTIVO-INVALIDO AT 1515
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-CONFIRMA AT 1415.
               ACCEPT WS-CONFIRMA AT 1445.
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY MENSA-CANCELADA AT 1515
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-OPERADOR.
               ADD 1 TO DI-VIAS.
               MOVE WS-DATA-HOJE TO DI-DATA-ULTIMA-VIA.
               REWRITE DIPLOMA-REG.

               PERFORM GRAVA-REEMISSAO.
               PERFORM IMPRIME-FOLHA-DIPLOMA.
               MOVE "DIPLOMA REEMITIDO" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-REEMITIDO AT 1515.
               DISPLAY WS-NOME-FOLHA AT 1532.

           LOCALIZA-DIPLOMA.
               DISPLAY MENSA-NUMERO AT 0515.
               ACCEPT WS-PESQUISA-NUMERO AT 0535.

               MOVE WS-PESQUISA-NUMERO TO DI-NUMERO.
               READ DIPLOMA-MASTER
                   INVALID KEY
                       DISPLAY MENSA-NAO-ACHOU AT 0715
                       MOVE SPACES TO DI-MATRICULA
                       MOVE "CONSULTA DIPLOMA INEXISTENTE"
                           TO WS-DESCRICAO-AUDITORIA
                       PERFORM GRAVA-AUDITORIA
               END-READ.

           EXIBE-DIPLOMA.
               MOVE DI-CURSO TO LG-CURSO.
               MOVE DI-DATA-FORMATURA TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LG-CONCLUSAO.
               MOVE DI-LIVRO TO LG-LIVRO.
               MOVE DI-FOLHA TO LG-FOLHA.
               MOVE DI-DATA-REGISTRO TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LG-REGISTRO.
               MOVE DI-VIAS TO LG-VIAS.
               DISPLAY LINHA-DIPLOMA AT 1015.
               DISPLAY LINHA-DIPLOMA2 AT 1115.

           FORMATA-DATA.
               MOVE WS-DE-DIA TO DF-DIA.
               MOVE WS-DE-MES TO DF-MES.
               MOVE WS-DE-ANO TO DF-ANO.

           GRAVA-REEMISSAO.
               OPEN EXTEND DIPLOMA-REEMISSAO.
               IF WS-DR-STATUS = "35"
                   OPEN OUTPUT DIPLOMA-REEMISSAO
                   CLOSE DIPLOMA-REEMISSAO
                   OPEN EXTEND DIPLOMA-REEMISSAO
               END-IF.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE DI-NUMERO    TO DR-NUMERO.
               MOVE DI-VIAS      TO DR-VIA.
               MOVE WS-DATA-HOJE TO DR-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO DR-HORA.
               MOVE WS-MOTIVO    TO DR-MOTIVO.
               MOVE WS-OPERADOR  TO DR-OPERADOR.
               WRITE DIPLOMA-REEMISSAO-REG.
               CLOSE DIPLOMA-REEMISSAO.

           IMPRIME-FOLHA-DIPLOMA.
               MOVE SPACES TO WS-NOME-FOLHA.
               STRING "DIPLOMA-" DI-NUMERO "-V" DI-VIAS ".IMP"
                   DELIMITED BY SIZE
                   INTO WS-NOME-FOLHA.
               OPEN OUTPUT FOLHA-DIPLOMA.
               MOVE LINHA-FOLHA-TITULO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE SPACES TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-NUMERO TO LFN-NUMERO.
               MOVE DI-VIAS   TO LFN-VIA.
               MOVE LINHA-FOLHA-NUMERO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-LIVRO  TO LFR-LIVRO.
               MOVE DI-FOLHA  TO LFR-FOLHA.
               MOVE DI-DATA-REGISTRO TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LFR-DATA.
               MOVE LINHA-FOLHA-REGISTRO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-NOME TO LFO-NOME.
               MOVE LINHA-FOLHA-NOME TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-MATRICULA TO LFM-MATRICULA.
               MOVE LINHA-FOLHA-MATRICULA TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-CURSO TO LFC-CURSO.
               MOVE LINHA-FOLHA-CURSO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-DATA-FORMATURA TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LFD-CONCLUSAO.
               MOVE LINHA-FOLHA-CONCLUSAO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE DI-DATA-ULTIMA-VIA TO WS-DATA-EDICAO.
               PERFORM FORMATA-DATA.
               MOVE WS-DATA-FORMATADA TO LFE-DATA.
               MOVE WS-MOTIVO   TO LFE-MOTIVO.
               MOVE WS-OPERADOR TO LFE-OPERADOR.
               MOVE LINHA-FOLHA-REEMISSAO TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE SPACES TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE LINHA-FOLHA-ASSINATURA TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               MOVE LINHA-FOLHA-CARGOS TO FOLHA-DIPLOMA-REG.
               WRITE FOLHA-DIPLOMA-REG.
               CLOSE FOLHA-DIPLOMA.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "CONSULTA-DE-DIPLOMA" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE DI-MATRICULA      TO AJ-CHAVE.
               MOVE WS-PESQUISA-NUMERO TO AJ-VALOR.
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
