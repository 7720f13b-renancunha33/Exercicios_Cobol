       IDENTIFICATION DIVISION.
             PROGRAM-ID. ANONIMIZACAO-DE-CANDIDATO.
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
                 SELECT COLOCACAO-MASTER ASSIGN TO "COLOCMST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CO-CHAVE
                     FILE STATUS IS WS-CO-STATUS.
                 SELECT ARQUIVO-DADOS ASSIGN TO WS-NOME-ARQUIVO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AD-STATUS.
                 SELECT ARQUIVO-TRABALHO ASSIGN TO "LGPDTRAB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AT-STATUS.
                 SELECT AUDIT-CATALOGO ASSIGN TO "AUDITCAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AC-STATUS.
                 SELECT LGPD-SOLICITACAO ASSIGN TO "LGPDLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LG-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  CANDIDATOS-MASTER.
               COPY "CANDREG.CPY".

           FD  COLOCACAO-MASTER.
               COPY "COLOCREG.CPY".

           FD  ARQUIVO-DADOS.
           01 ARQUIVO-DADOS-REG       PIC X(160).

           FD  ARQUIVO-TRABALHO.
           01 ARQUIVO-TRABALHO-REG    PIC X(160).

           FD  AUDIT-CATALOGO.
               COPY "AUDITCAT.CPY".

           FD  LGPD-SOLICITACAO.
               COPY "LGPDLOG.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CM-STATUS    PIC X(02) VALUE SPACES.
           01 WS-CO-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AD-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AT-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-AC-STATUS    PIC X(02) VALUE SPACES.
           01 WS-LG-STATUS    PIC X(02) VALUE SPACES.
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(04) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-CONFIRMA     PIC X(01) VALUE SPACES.
           01 WS-NOME-ARQUIVO PIC X(30) VALUE SPACES.
           01 WS-CANDIDATO-ID   PIC 9(06) VALUE ZEROS.
           01 WS-ID-ALFA        PIC X(06) VALUE SPACES.
           01 WS-CANDIDATO-NOME PIC X(40) VALUE SPACES.
           01 WS-ACHOU-TITULAR  PIC X(01) VALUE "N".
           01 WS-TOKEN          PIC X(40) VALUE SPACES.
           01 WS-ALTERADOS-ARQUIVO PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ALTERADOS   PIC 9(06) VALUE ZEROS.
           01 WS-NUMERO-SOLICITACAO PIC 9(06) VALUE ZEROS.
           01 WS-RESULTADO      PIC X(30) VALUE SPACES.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           COPY "CANDHIST.CPY".

           COPY "CANDDUP.CPY".

           01 WS-LANCAMENTO-AUDITORIA.
               02 LA-PROGRAMA        PIC X(30).
               02 LA-DATA            PIC 9(08).
               02 LA-HORA            PIC 9(06).
               02 LA-CHAVE           PIC X(40).
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

           01 LINHA-RESUMO.
               02 LR-ARQUIVO      PIC X(30).
               02 FILLER          PIC X(02) VALUE SPACES.
               02 LR-QTD          PIC ZZZZZ9.

           01 MENSAGENS-DE-TELA.
               02 MENSA-ID PIC X(50) VALUE
                   "DIGITE O ID DO CANDIDATO A ANONIMIZAR: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
                   "CANDIDATO NAO ENCONTRADO NO CADASTRO/ARQUIVO".
               02 MENSA-CONFIRMA PIC X(50) VALUE
                   "CONFIRMA ANONIMIZACAO IRREVERSIVEL (S/N): ".
               02 MENSA-CANCELADO PIC X(50) VALUE
                   "ANONIMIZACAO CANCELADA".
               02 MENSA-GERACOES-CHEIA PIC X(50) VALUE
                   "MAIS DE 400 GERACOES DE AUDITORIA NO CATALOGO".
               02 MENSA-CONCLUIDO PIC X(50) VALUE
                   "ANONIMIZACAO CONCLUIDA - REGISTROS ALTERADOS: ".

       PROCEDURE DIVISION.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
               DISPLAY MENSA-ID.
               ACCEPT WS-CANDIDATO-ID.
               MOVE WS-CANDIDATO-ID TO WS-ID-ALFA.

               PERFORM LOCALIZA-TITULAR.
               IF WS-ACHOU-TITULAR = "N"
                   DISPLAY MENSA-NAO-ACHOU
                   MOVE ZEROS TO WS-TOTAL-ALTERADOS
                   MOVE "TITULAR NAO ENCONTRADO" TO WS-RESULTADO
                   PERFORM OBTEM-NUMERO-SOLICITACAO
                   PERFORM GRAVA-SOLICITACAO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO FIM-PROGRAMA
               END-IF.

               DISPLAY WS-CANDIDATO-ID " " WS-CANDIDATO-NOME.
               DISPLAY MENSA-CONFIRMA.
               ACCEPT WS-CONFIRMA.
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY MENSA-CANCELADO
                   GO TO FIM-PROGRAMA
               END-IF.

               PERFORM OBTEM-NUMERO-SOLICITACAO.
               MOVE SPACES TO WS-TOKEN.
               STRING "ANONIMIZADO LGPD " WS-NUMERO-SOLICITACAO
                   DELIMITED BY SIZE INTO WS-TOKEN.
               MOVE ZEROS TO WS-TOTAL-ALTERADOS.

               PERFORM ANONIMIZA-CADASTRO.
               PERFORM ANONIMIZA-COLOCACOES.
               PERFORM ANONIMIZA-ARQUIVO-MORTO.
               PERFORM ANONIMIZA-HISTORICO.
               PERFORM ANONIMIZA-DUPLICIDADES.
               MOVE "AUDITLOG.DAT" TO WS-NOME-ARQUIVO.
               PERFORM ANONIMIZA-AUDITORIA.
               PERFORM CARREGA-GERACOES.
               PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                       UNTIL WS-GER-IDX > WS-GER-QTD
                   MOVE WS-GERACAO (WS-GER-IDX) TO WS-NOME-ARQUIVO
                   PERFORM ANONIMIZA-AUDITORIA
               END-PERFORM.
               IF WS-GER-CHEIA = "S"
                   DISPLAY MENSA-GERACOES-CHEIA
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

               MOVE "DADOS ANONIMIZADOS" TO WS-RESULTADO.
               PERFORM GRAVA-SOLICITACAO.
               MOVE "DADOS ANONIMIZADOS" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-CONCLUIDO WS-TOTAL-ALTERADOS.

           FIM-PROGRAMA.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           LOCALIZA-TITULAR.
               MOVE "N" TO WS-ACHOU-TITULAR.
               OPEN INPUT CANDIDATOS-MASTER.
               IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "05"
                   MOVE WS-CANDIDATO-ID TO CN-ID
                   READ CANDIDATOS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ACHOU-TITULAR
                           MOVE CN-NOME TO WS-CANDIDATO-NOME
                   END-READ
               END-IF.
               CLOSE CANDIDATOS-MASTER.
               IF WS-ACHOU-TITULAR = "S"
                   EXIT PARAGRAPH
               END-IF.

               MOVE "CANDARC.DAT" TO WS-NOME-ARQUIVO.
               OPEN INPUT ARQUIVO-DADOS.
               IF WS-AD-STATUS NOT = "00"
                   CLOSE ARQUIVO-DADOS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-DADOS-REG
                               TO CANDIDATOS-MASTER-REG
                           IF CN-ID = WS-CANDIDATO-ID
                               MOVE "S" TO WS-ACHOU-TITULAR
                               MOVE CN-NOME TO WS-CANDIDATO-NOME
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQUIVO-DADOS.

           ANONIMIZA-CADASTRO.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               OPEN I-O CANDIDATOS-MASTER.
               IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "05"
                   MOVE WS-CANDIDATO-ID TO CN-ID
                   READ CANDIDATOS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM LIMPA-CANDIDATO
                           REWRITE CANDIDATOS-MASTER-REG
                           ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-READ
               END-IF.
               CLOSE CANDIDATOS-MASTER.
               MOVE "CANDMST.DAT" TO LR-ARQUIVO.
               PERFORM EXIBE-RESUMO.

           LIMPA-CANDIDATO.
               MOVE WS-TOKEN TO CN-NOME.
               MOVE SPACES   TO CN-SEXO.
               MOVE ZEROS    TO CN-IDADE.
               MOVE "I"      TO CN-STATUS.

           ANONIMIZA-COLOCACOES.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               OPEN I-O COLOCACAO-MASTER.
               IF WS-CO-STATUS = "00" OR WS-CO-STATUS = "05"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ COLOCACAO-MASTER NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF CO-CANDIDATO-ID = WS-CANDIDATO-ID
                                   MOVE WS-TOKEN TO CO-CANDIDATO-NOME
                                   REWRITE COLOCACAO-MASTER-REG
                                   ADD 1 TO WS-ALTERADOS-ARQUIVO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE COLOCACAO-MASTER.
               MOVE "COLOCMST.DAT" TO LR-ARQUIVO.
               PERFORM EXIBE-RESUMO.

           ANONIMIZA-ARQUIVO-MORTO.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               MOVE "CANDARC.DAT" TO WS-NOME-ARQUIVO.
               PERFORM ABRE-ARQUIVOS-REGRAVACAO.
               IF WS-AD-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-DADOS-REG
                               TO ARQUIVO-TRABALHO-REG
                           MOVE ARQUIVO-DADOS-REG
                               TO CANDIDATOS-MASTER-REG
                           IF CN-ID = WS-CANDIDATO-ID
                               PERFORM LIMPA-CANDIDATO
                               MOVE CANDIDATOS-MASTER-REG
                                   TO ARQUIVO-TRABALHO-REG
                               ADD 1 TO WS-ALTERADOS-ARQUIVO
                           END-IF
                           WRITE ARQUIVO-TRABALHO-REG
                   END-READ
               END-PERFORM.
               PERFORM DEVOLVE-TRABALHO.

           ANONIMIZA-HISTORICO.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               MOVE "CANDHIST.DAT" TO WS-NOME-ARQUIVO.
               PERFORM ABRE-ARQUIVOS-REGRAVACAO.
               IF WS-AD-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-DADOS-REG
                               TO CANDIDATO-HISTORICO-REG
                           IF HC-CANDIDATO-ID = WS-CANDIDATO-ID
                               MOVE WS-TOKEN TO HC-INSTITUICAO
                               ADD 1 TO WS-ALTERADOS-ARQUIVO
                           END-IF
                           MOVE CANDIDATO-HISTORICO-REG
                               TO ARQUIVO-TRABALHO-REG
                           WRITE ARQUIVO-TRABALHO-REG
                   END-READ
               END-PERFORM.
               PERFORM DEVOLVE-TRABALHO.

           ANONIMIZA-DUPLICIDADES.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               MOVE "CANDDUP.DAT" TO WS-NOME-ARQUIVO.
               PERFORM ABRE-ARQUIVOS-REGRAVACAO.
               IF WS-AD-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-DADOS-REG
                               TO CANDIDATO-DUPLICADO-REG
                           IF CD-ID-EXISTENTE = WS-CANDIDATO-ID
                               MOVE WS-TOKEN TO CD-NOME
                               MOVE ZEROS    TO CD-IDADE
                               MOVE ZEROS    TO CD-IDADE-EXISTENTE
                               ADD 1 TO WS-ALTERADOS-ARQUIVO
                           END-IF
                           MOVE CANDIDATO-DUPLICADO-REG
                               TO ARQUIVO-TRABALHO-REG
                           WRITE ARQUIVO-TRABALHO-REG
                   END-READ
               END-PERFORM.
               PERFORM DEVOLVE-TRABALHO.

           ANONIMIZA-AUDITORIA.
               MOVE ZEROS TO WS-ALTERADOS-ARQUIVO.
               PERFORM ABRE-ARQUIVOS-REGRAVACAO.
               IF WS-AD-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ARQUIVO-DADOS-REG
                               TO WS-LANCAMENTO-AUDITORIA
                           IF LA-CHAVE = WS-CANDIDATO-NOME
                               MOVE WS-TOKEN TO LA-CHAVE
                               ADD 1 TO WS-ALTERADOS-ARQUIVO
                           END-IF
                           MOVE WS-LANCAMENTO-AUDITORIA
                               TO ARQUIVO-TRABALHO-REG
                           WRITE ARQUIVO-TRABALHO-REG
                   END-READ
               END-PERFORM.
               PERFORM DEVOLVE-TRABALHO.

           ABRE-ARQUIVOS-REGRAVACAO.
               OPEN INPUT ARQUIVO-DADOS.
               IF WS-AD-STATUS NOT = "00"
                   CLOSE ARQUIVO-DADOS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT ARQUIVO-TRABALHO.

           DEVOLVE-TRABALHO.
               CLOSE ARQUIVO-DADOS.
               CLOSE ARQUIVO-TRABALHO.
               IF WS-ALTERADOS-ARQUIVO > ZEROS
                   OPEN INPUT ARQUIVO-TRABALHO
                   OPEN OUTPUT ARQUIVO-DADOS
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQUIVO-TRABALHO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE ARQUIVO-TRABALHO-REG
                                   TO ARQUIVO-DADOS-REG
                               WRITE ARQUIVO-DADOS-REG
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-TRABALHO
                   CLOSE ARQUIVO-DADOS
               END-IF.
               MOVE WS-NOME-ARQUIVO TO LR-ARQUIVO.
               PERFORM EXIBE-RESUMO.

           EXIBE-RESUMO.
               ADD WS-ALTERADOS-ARQUIVO TO WS-TOTAL-ALTERADOS.
               MOVE WS-ALTERADOS-ARQUIVO TO LR-QTD.
               DISPLAY LINHA-RESUMO.

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

           OBTEM-NUMERO-SOLICITACAO.
               MOVE ZEROS TO WS-NUMERO-SOLICITACAO.
               OPEN INPUT LGPD-SOLICITACAO.
               IF WS-LG-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ LGPD-SOLICITACAO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF LG-NUMERO > WS-NUMERO-SOLICITACAO
                                   MOVE LG-NUMERO
                                       TO WS-NUMERO-SOLICITACAO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE LGPD-SOLICITACAO.
               ADD 1 TO WS-NUMERO-SOLICITACAO.

           GRAVA-SOLICITACAO.
               PERFORM CARREGA-OPERADOR.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               OPEN EXTEND LGPD-SOLICITACAO.
               IF WS-LG-STATUS = "35"
                   OPEN OUTPUT LGPD-SOLICITACAO
                   CLOSE LGPD-SOLICITACAO
                   OPEN EXTEND LGPD-SOLICITACAO
               END-IF.
               MOVE WS-NUMERO-SOLICITACAO  TO LG-NUMERO.
               MOVE "N"                    TO LG-TIPO.
               MOVE WS-CANDIDATO-ID        TO LG-CANDIDATO-ID.
               MOVE DATA-DO-SISTEMA        TO LG-DATA.
               MOVE WS-HORA-DO-SISTEMA(1:6) TO LG-HORA.
               MOVE WS-OPERADOR            TO LG-OPERADOR.
               MOVE WS-TOTAL-ALTERADOS     TO LG-REGISTROS.
               MOVE WS-RESULTADO           TO LG-RESULTADO.
               WRITE LGPD-SOLICITACAO-REG.
               CLOSE LGPD-SOLICITACAO.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "ANONIMIZACAO-DE-CANDIDATO" TO AJ-PROGRAMA.
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
