               SELECT CANDIDATO-HABILIDADE ASSIGN TO "CANDHAB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CH-STATUS.
               SELECT CANDIDATO-HISTORICO ASSIGN TO "CANDHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HC-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
               SELECT LOTE-CKPT ASSIGN TO "CANDCKPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CK-STATUS.
               SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RN-STATUS.

       DATA DIVISION.

           FD  CANDIDATO-HABILIDADE.
               COPY "CANDHAB.CPY".

           FD  CANDIDATO-HISTORICO.
               COPY "CANDHIST.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".
               02 CL-SALARIO          PIC 9(06)V99.
               02 CL-IDADE            PIC 9(03).
               02 CL-CODIGO           PIC 9(01).
               COPY "LOTEHT.CPY".

           FD  CAND-LOTE-SAIDA.
           01 CAND-LOTE-SAIDA-REG     PIC X(100).
           FD  LOTE-CKPT.
               COPY "LOTECKPT.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-CM-STATUS      PIC X(02) VALUE SPACES.
           01 WS-VG-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-ACEITOS    PIC 9(06) VALUE ZEROS.
           01 WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           01 WS-RN-STATUS        PIC X(02) VALUE SPACES.
           01 WS-RUN-DATA         PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO  PIC 9(06) VALUE ZEROS.

           COPY "LOTECTL.CPY".

           01 LINHA-DETALHE-LOTE.
               02 LDL-NOME           PIC X(40).
           01 WS-CH-STATUS      PIC X(02) VALUE SPACES.
           01 WS-HABIL-ID       PIC 9(06) VALUE ZEROS.
           01 WS-HABIL-CODIGO   PIC 9(01) VALUE ZEROS.
           01 WS-HC-STATUS      PIC X(02) VALUE SPACES.
           01 WS-HIST-ID        PIC 9(06) VALUE ZEROS.
           01 WS-HIST-OPCAO     PIC X(01) VALUE SPACES.
           01 WS-HIST-SEQ       PIC 9(03) VALUE ZEROS.
           01 WS-HIST-EXCLUIR   PIC 9(03) VALUE ZEROS.
           01 WS-HIST-EMPRESA   PIC X(30) VALUE SPACES.
           01 WS-HIST-CODIGO    PIC 9(01) VALUE ZEROS.
           01 WS-HIST-NIVEL     PIC 9(01) VALUE ZEROS.
           01 WS-HIST-INICIO    PIC 9(08) VALUE ZEROS.
           01 WS-HIST-FIM       PIC 9(08) VALUE ZEROS.
           01 WS-HIST-HOJE      PIC 9(08) VALUE ZEROS.
           01 WS-HIST-OK        PIC X(01) VALUE "S".
           01 WS-HIST-DESCRICAO PIC X(30) VALUE SPACES.
           01 WS-ESCOLARIDADE-DESC PIC X(25) VALUE SPACES.
           01 WS-TABELA-HISTORICO.
               02 WS-HIST-GUARDADO OCCURS 2000 TIMES PIC X(55).
           01 WS-HIST-QTD       PIC 9(04) VALUE ZEROS.
           01 WS-HIST-IDX       PIC 9(04) VALUE ZEROS.
           01 WS-HIST-CHEIA     PIC X(01) VALUE "N".
           01 LINHA-HISTORICO.
               02 LH-SEQ         PIC ZZ9.
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LH-TIPO        PIC X(01).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LH-INSTITUICAO PIC X(30).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LH-DESCRICAO   PIC X(25).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LH-INICIO      PIC 9(08).
               02 FILLER         PIC X(01) VALUE SPACES.
               02 LH-FIM         PIC 9(08).
           01 WS-VAGA-EXPERIENCIA PIC 9(02) VALUE ZEROS.
           01 WS-VAGA-ESCOLARIDADE PIC 9(01) VALUE 9.
           01 WS-CD-STATUS      PIC X(02) VALUE SPACES.
           01 WS-VS-STATUS      PIC X(02) VALUE SPACES.
           01 WS-VAGA-NUMERO    PIC 9(06) VALUE ZEROS.

           COPY "PROFTAB.CPY".

           COPY "ESCOLTAB.CPY".

           01 WS-PROFISSAO-DESC PIC X(25) VALUE SPACES.

           01 WS-SALARIO-MINIMO PIC 9(06)V99 VALUE 1412,00.
               02 MENSA3 PIC X(50) VALUE "DIGITE SALARIO: ".
               02 MENSA4 PIC X(50) VALUE "DIGITE IDADE: ".
               02 MENSA5 PIC X(50) VALUE "DIGITE CODIGO PROFISSAO: ".
               02 MENSA-MODO PIC X(60) VALUE
               "MODO (C-CAD/P-PESQ/V-VAGA/L-LOTE/S-STAT/H-HAB/E-EXP):".
               02 MENSA-HABIL-CODIGO PIC X(50) VALUE
                   "DIGITE O CODIGO DA PROFISSAO (0 ENCERRA): ".
               02 MENSA-HABIL-GRAVADA PIC X(50) VALUE
                   "DIGITE SALARIO OFERECIDO: ".
               02 MENSA-SALARIO-INVALIDO PIC X(50) VALUE
                   "SALARIO ABAIXO DO MINIMO - REDIGITE".
               02 MENSA-VAGA4 PIC X(50) VALUE
                   "DIGITE EXPERIENCIA MINIMA (ANOS): ".
               02 MENSA-VAGA5 PIC X(50) VALUE
                   "DIGITE ESCOLARIDADE MINIMA (0 NENHUMA): ".
               02 MENSA-ESCOLARIDADES PIC X(60) VALUE
               "1-FUND 2-MEDIO 3-TEC 4-SUP 5-POS 6-MEST 7-DOUT".
               02 MENSA-ESCOLARIDADE-INVALIDA PIC X(50) VALUE
                   "ESCOLARIDADE INVALIDA - REDIGITE".
               02 MENSA-HIST-OPCAO PIC X(50) VALUE
                   "OPCAO (E-EMPREGO/F-FORMACAO/X-EXCLUI/ENTER FIM): ".
               02 MENSA-HIST-EMPRESA PIC X(50) VALUE
                   "EMPREGADOR: ".
               02 MENSA-HIST-INSTITUICAO PIC X(50) VALUE
                   "INSTITUICAO: ".
               02 MENSA-HIST-CARGO PIC X(50) VALUE
                   "CODIGO DA PROFISSAO EXERCIDA: ".
               02 MENSA-HIST-AREA PIC X(50) VALUE
                   "AREA (CODIGO PROFISSAO, 0 GERAL): ".
               02 MENSA-HIST-NIVEL PIC X(50) VALUE
                   "NIVEL DE ESCOLARIDADE: ".
               02 MENSA-HIST-INICIO PIC X(50) VALUE
                   "DATA DE INICIO (AAAAMMDD): ".
               02 MENSA-HIST-FIM PIC X(50) VALUE
                   "DATA DE SAIDA (AAAAMMDD, 0 ATUAL): ".
               02 MENSA-HIST-CONCLUSAO PIC X(50) VALUE
                   "DATA DE CONCLUSAO (AAAAMMDD, 0 CURSANDO): ".
               02 MENSA-HIST-DATA-INVALIDA PIC X(50) VALUE
                   "DATAS INVALIDAS - REGISTRO NAO GRAVADO".
               02 MENSA-HIST-GRAVADO PIC X(50) VALUE
                   "HISTORICO GRAVADO".
               02 MENSA-HIST-EXCLUIR PIC X(50) VALUE
                   "NUMERO DO REGISTRO A EXCLUIR: ".
               02 MENSA-HIST-EXCLUIDO PIC X(50) VALUE
                   "REGISTRO EXCLUIDO".
               02 MENSA-HIST-NAO-ACHOU PIC X(50) VALUE
                   "REGISTRO NAO ENCONTRADO".
               02 MENSA-HIST-CHEIO PIC X(50) VALUE
                   "MAIS DE 2000 REGISTROS - ARQUIVO NAO ATUALIZADO".
               02 MENSA-IDADE-INVALIDA PIC X(50) VALUE
                   "IDADE FORA DA FAIXA PERMITIDA - REDIGITE".
               02 MENSA-PESQ-TIPO PIC X(50) VALUE
                    OPEN I-O CANDIDATOS-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0370.

                IF WS-MODO = "P" OR WS-MODO = "p"
                    PERFORM PESQUISA
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "V" OR WS-MODO = "v"
                    PERFORM CADASTRA-VAGA
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "L" OR WS-MODO = "l"
                    PERFORM LOTE-PROCESSA
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "S" OR WS-MODO = "s"
                    PERFORM ATUALIZA-STATUS
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "H" OR WS-MODO = "h"
                    PERFORM MANTEM-HABILIDADES
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "E" OR WS-MODO = "e"
                    PERFORM MANTEM-HISTORICO
                    CLOSE CANDIDATOS-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                   IF NOME = " " THEN
                    DISPLAY "VOCE NAO DIGITOU UM NOME"
                   CLOSE CANDIDATOS-MASTER
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK.

                   DISPLAY MENSA2 AT 0715.
                   END-IF.

           CLOSE CANDIDATOS-MASTER.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

           BUSCA-PROFISSAO.
               CLOSE CANDIDATO-HABILIDADE.
               DISPLAY MENSA-HABIL-GRAVADA.

           MANTEM-HISTORICO.
               DISPLAY SPACES AT 0101 WITH ERASE EOS.
               DISPLAY MENSA-STATUS-ID AT 0515.
               ACCEPT WS-HIST-ID AT 0545.

               MOVE WS-HIST-ID TO CN-ID.
               READ CANDIDATOS-MASTER
                   INVALID KEY
                       DISPLAY MENSA-PESQ-NAO-ACHOU AT 0715
                       EXIT PARAGRAPH
               END-READ.
               MOVE DATA-DO-SISTEMA TO WS-HIST-HOJE.

               MOVE "X" TO WS-HIST-OPCAO.
               PERFORM UNTIL WS-HIST-OPCAO = SPACE
                   DISPLAY SPACES AT 0101 WITH ERASE EOS
                   PERFORM EXIBE-CANDIDATO
                   PERFORM LISTA-HISTORICO
                   MOVE SPACE TO WS-HIST-OPCAO
                   DISPLAY MENSA-HIST-OPCAO AT 0915
                   ACCEPT WS-HIST-OPCAO AT 0965
                   EVALUATE WS-HIST-OPCAO
                       WHEN "E"
                       WHEN "e"
                           PERFORM INCLUI-EMPREGO
                       WHEN "F"
                       WHEN "f"
                           PERFORM INCLUI-FORMACAO
                       WHEN "X"
                       WHEN "x"
                           PERFORM EXCLUI-HISTORICO
                       WHEN OTHER
                           MOVE SPACE TO WS-HIST-OPCAO
                   END-EVALUATE
               END-PERFORM.

           LISTA-HISTORICO.
               MOVE ZEROS TO WS-HIST-SEQ.
               OPEN INPUT CANDIDATO-HISTORICO.
               IF WS-HC-STATUS NOT = "00"
                   CLOSE CANDIDATO-HISTORICO
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY "HISTORICO DO CANDIDATO:".
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HC-CANDIDATO-ID = WS-HIST-ID
                               ADD 1 TO WS-HIST-SEQ
                               PERFORM EXIBE-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-HISTORICO.
               MOVE "N" TO WS-FIM-ARQUIVO.

           EXIBE-HISTORICO.
               MOVE WS-HIST-SEQ    TO LH-SEQ.
               MOVE HC-TIPO        TO LH-TIPO.
               MOVE HC-INSTITUICAO TO LH-INSTITUICAO.
               IF HC-FORMACAO
                   MOVE HC-ESCOLARIDADE TO WS-HIST-NIVEL
                   PERFORM BUSCA-ESCOLARIDADE
                   MOVE WS-ESCOLARIDADE-DESC TO LH-DESCRICAO
               ELSE
                   MOVE HC-CODIGO TO CODIGO
                   PERFORM BUSCA-PROFISSAO
                   MOVE WS-PROFISSAO-DESC TO LH-DESCRICAO
               END-IF.
               MOVE HC-DATA-INICIO TO LH-INICIO.
               MOVE HC-DATA-FIM    TO LH-FIM.
               DISPLAY LINHA-HISTORICO.

           BUSCA-ESCOLARIDADE.
               SET WS-ESC-IDX TO 1.
               SEARCH WS-ESCOLARIDADE-ENTRY
                   AT END
                       MOVE "CODIGO INVALIDO" TO WS-ESCOLARIDADE-DESC
                   WHEN WS-ESC-CODIGO (WS-ESC-IDX) = WS-HIST-NIVEL
                       MOVE WS-ESC-DESCRICAO (WS-ESC-IDX)
                           TO WS-ESCOLARIDADE-DESC
               END-SEARCH.

           INCLUI-EMPREGO.
               DISPLAY MENSA-HIST-EMPRESA AT 1115.
               ACCEPT WS-HIST-EMPRESA AT 1145.
               DISPLAY MENSA-HIST-CARGO AT 1215.
               ACCEPT WS-HIST-CODIGO AT 1250.
               MOVE WS-HIST-CODIGO TO CODIGO.
               PERFORM BUSCA-PROFISSAO.
               IF WS-PROFISSAO-DESC = "CODIGO INVALIDO"
                   DISPLAY MENSA-HABIL-INVALIDA AT 1615
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-HIST-INICIO AT 1315.
               ACCEPT WS-HIST-INICIO AT 1350.
               DISPLAY MENSA-HIST-FIM AT 1415.
               ACCEPT WS-HIST-FIM AT 1452.
               PERFORM VALIDA-DATAS-HISTORICO.
               IF WS-HIST-OK = "N"
                   DISPLAY MENSA-HIST-DATA-INVALIDA AT 1615
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-HIST-ID      TO HC-CANDIDATO-ID.
               MOVE "E"             TO HC-TIPO.
               MOVE WS-HIST-EMPRESA TO HC-INSTITUICAO.
               MOVE WS-HIST-CODIGO  TO HC-CODIGO.
               MOVE ZEROS           TO HC-ESCOLARIDADE.
               MOVE WS-HIST-INICIO  TO HC-DATA-INICIO.
               MOVE WS-HIST-FIM     TO HC-DATA-FIM.
               PERFORM GRAVA-HISTORICO.
               MOVE "EMPREGO INCLUIDO" TO WS-HIST-DESCRICAO.
               PERFORM GRAVA-AUDITORIA-HISTORICO.
               DISPLAY MENSA-HIST-GRAVADO AT 1615.

           INCLUI-FORMACAO.
               DISPLAY MENSA-HIST-INSTITUICAO AT 1115.
               ACCEPT WS-HIST-EMPRESA AT 1145.
               DISPLAY MENSA-ESCOLARIDADES AT 1215.
               DISPLAY MENSA-HIST-NIVEL AT 1315.
               ACCEPT WS-HIST-NIVEL AT 1350.
               PERFORM BUSCA-ESCOLARIDADE.
               IF WS-ESCOLARIDADE-DESC = "CODIGO INVALIDO"
                   DISPLAY MENSA-ESCOLARIDADE-INVALIDA AT 1815
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-HIST-AREA AT 1415.
               ACCEPT WS-HIST-CODIGO AT 1452.
               IF WS-HIST-CODIGO > ZEROS
                   MOVE WS-HIST-CODIGO TO CODIGO
                   PERFORM BUSCA-PROFISSAO
                   IF WS-PROFISSAO-DESC = "CODIGO INVALIDO"
                       DISPLAY MENSA-HABIL-INVALIDA AT 1815
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               DISPLAY MENSA-HIST-INICIO AT 1515.
               ACCEPT WS-HIST-INICIO AT 1550.
               DISPLAY MENSA-HIST-CONCLUSAO AT 1615.
               ACCEPT WS-HIST-FIM AT 1660.
               PERFORM VALIDA-DATAS-HISTORICO.
               IF WS-HIST-OK = "N"
                   DISPLAY MENSA-HIST-DATA-INVALIDA AT 1815
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-HIST-ID      TO HC-CANDIDATO-ID.
               MOVE "F"             TO HC-TIPO.
               MOVE WS-HIST-EMPRESA TO HC-INSTITUICAO.
               MOVE WS-HIST-CODIGO  TO HC-CODIGO.
               MOVE WS-HIST-NIVEL   TO HC-ESCOLARIDADE.
               MOVE WS-HIST-INICIO  TO HC-DATA-INICIO.
               MOVE WS-HIST-FIM     TO HC-DATA-FIM.
               PERFORM GRAVA-HISTORICO.
               MOVE "FORMACAO INCLUIDA" TO WS-HIST-DESCRICAO.
               PERFORM GRAVA-AUDITORIA-HISTORICO.
               DISPLAY MENSA-HIST-GRAVADO AT 1815.

           VALIDA-DATAS-HISTORICO.
               MOVE "S" TO WS-HIST-OK.
               IF WS-HIST-INICIO = ZEROS
                       OR WS-HIST-INICIO > WS-HIST-HOJE
                       OR WS-HIST-INICIO(5:2) < "01"
                       OR WS-HIST-INICIO(5:2) > "12"
                   MOVE "N" TO WS-HIST-OK
                   EXIT PARAGRAPH
               END-IF.
               IF WS-HIST-FIM = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-HIST-FIM < WS-HIST-INICIO
                       OR WS-HIST-FIM > WS-HIST-HOJE
                       OR WS-HIST-FIM(5:2) < "01"
                       OR WS-HIST-FIM(5:2) > "12"
                   MOVE "N" TO WS-HIST-OK
               END-IF.

           GRAVA-HISTORICO.
               OPEN EXTEND CANDIDATO-HISTORICO.
               IF WS-HC-STATUS = "35"
                   OPEN OUTPUT CANDIDATO-HISTORICO
                   CLOSE CANDIDATO-HISTORICO
                   OPEN EXTEND CANDIDATO-HISTORICO
               END-IF.
               WRITE CANDIDATO-HISTORICO-REG.
               CLOSE CANDIDATO-HISTORICO.

           EXCLUI-HISTORICO.
               DISPLAY MENSA-HIST-EXCLUIR AT 1115.
               ACCEPT WS-HIST-EXCLUIR AT 1146.
               IF WS-HIST-EXCLUIR = ZEROS
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-HIST-QTD.
               MOVE ZEROS TO WS-HIST-SEQ.
               MOVE "N"   TO WS-HIST-CHEIA.
               MOVE "N"   TO WS-HIST-OK.
               OPEN INPUT CANDIDATO-HISTORICO.
               IF WS-HC-STATUS NOT = "00"
                   CLOSE CANDIDATO-HISTORICO
                   DISPLAY MENSA-HIST-NAO-ACHOU AT 1315
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ CANDIDATO-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDA-HISTORICO
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-HISTORICO.
               MOVE "N" TO WS-FIM-ARQUIVO.

               IF WS-HIST-CHEIA = "S"
                   DISPLAY MENSA-HIST-CHEIO AT 1315
                   EXIT PARAGRAPH
               END-IF.
               IF WS-HIST-OK = "N"
                   DISPLAY MENSA-HIST-NAO-ACHOU AT 1315
                   EXIT PARAGRAPH
               END-IF.

               OPEN OUTPUT CANDIDATO-HISTORICO.
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-QTD
                   MOVE WS-HIST-GUARDADO (WS-HIST-IDX)
                       TO CANDIDATO-HISTORICO-REG
                   WRITE CANDIDATO-HISTORICO-REG
               END-PERFORM.
               CLOSE CANDIDATO-HISTORICO.
               MOVE "HISTORICO EXCLUIDO" TO WS-HIST-DESCRICAO.
               PERFORM GRAVA-AUDITORIA-HISTORICO.
               DISPLAY MENSA-HIST-EXCLUIDO AT 1315.

           GUARDA-HISTORICO.
               IF HC-CANDIDATO-ID = WS-HIST-ID
                   ADD 1 TO WS-HIST-SEQ
                   IF WS-HIST-SEQ = WS-HIST-EXCLUIR
                       MOVE "S" TO WS-HIST-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               IF WS-HIST-QTD < 2000
                   ADD 1 TO WS-HIST-QTD
                   MOVE CANDIDATO-HISTORICO-REG
                       TO WS-HIST-GUARDADO (WS-HIST-QTD)
               ELSE
                   MOVE "S" TO WS-HIST-CHEIA
               END-IF.

           GRAVA-AUDITORIA-HISTORICO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "AGENCIA-DE-EMPREGO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE CN-NOME           TO AJ-CHAVE.
               MOVE CN-ID             TO AJ-VALOR.
               MOVE WS-HIST-DESCRICAO TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           OBTEM-PROXIMO-ID.
               MOVE ZEROS TO WS-ULTIMO-ID.
               OPEN INPUT CANDIDATO-SEQ.
               MOVE "CANDIDATO CADASTRADO" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           LOTE-PROCESSA.
               PERFORM MARCA-INICIO-EXECUCAO.
               OPEN INPUT CAND-LOTE-ENTRADA.
               IF WS-CL-STATUS NOT = "00"
                   DISPLAY "ARQUIVO CANDLOTE.DAT NAO ENCONTRADO"
                   IF WS-CL-STATUS = "35"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

               PERFORM VERIFICA-CONTROLE-LOTE.
               IF KL-LOTE-RECUSADO
                   PERFORM GRAVA-RUN-CONTROLE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT CAND-LOTE-ENTRADA.

               OPEN OUTPUT CAND-LOTE-SAIDA.

               PERFORM VERIFICA-PONTO-DE-CONTROLE.
                       AT END
                           MOVE "S" TO WS-CL-FIM
                       NOT AT END
                           IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                               ADD 1 TO WS-TOTAL-LIDOS
                               IF WS-TOTAL-LIDOS > WS-PONTO-RETOMADA
                                   PERFORM LOTE-UM-CANDIDATO
                                   PERFORM CONTROLA-PONTO-PERIODICO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE LINHA-TOTAL-LOTE    TO CAND-LOTE-SAIDA-REG.
               WRITE CAND-LOTE-SAIDA-REG.

               IF WS-TOTAL-REJEITADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

               CLOSE CAND-LOTE-ENTRADA.
               CLOSE CAND-LOTE-SAIDA.

               PERFORM REGISTRA-CONTROLE-LOTE.
               PERFORM GRAVA-RUN-CONTROLE.

           VERIFICA-CONTROLE-LOTE.
               MOVE "I" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               MOVE "CANDLOTE" TO KL-ARQUIVO.
               MOVE "AGENCIA-DE-EMPREGO" TO KL-PROGRAMA.
               MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
               MOVE "N" TO WS-CL-FIM.
               PERFORM UNTIL WS-CL-FIM = "S"
                   READ CAND-LOTE-ENTRADA
                       AT END
                           MOVE "S" TO WS-CL-FIM
                       NOT AT END
                           PERFORM ACUMULA-CONTROLE-LOTE
                   END-READ
               END-PERFORM.
               CLOSE CAND-LOTE-ENTRADA.
               MOVE "V" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-LOTE-RECUSADO
                   DISPLAY "CANDLOTE.DAT RECUSADO: " KL-MOTIVO
                   MOVE KL-QTD-LIDOS TO WS-TOTAL-LIDOS
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-CONTROLE-LOTE.
               MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
               MOVE ZEROS TO KL-VALOR-HASH.
               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                       AND CL-SALARIO NUMERIC
                   MOVE CL-SALARIO TO KL-VALOR-HASH
               END-IF.
               MOVE "A" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.

           REGISTRA-CONTROLE-LOTE.
               MOVE "R" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-ERRO-ARQUIVO
                   DISPLAY KL-MOTIVO
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           VERIFICA-PONTO-DE-CONTROLE.
               MOVE ZEROS TO WS-PONTO-RETOMADA.
               OPEN INPUT LOTE-CKPT.
               MOVE "STATUS DE CANDIDATO"  TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

               DISPLAY MENSA-STATUS-OK AT 1315.

               DISPLAY MENSA-VAGA3 AT 1615.
               ACCEPT WS-VAGA-SALARIO AT 1655.

               DISPLAY MENSA-VAGA4 AT 1715.
               ACCEPT WS-VAGA-EXPERIENCIA AT 1755.

               DISPLAY MENSA-ESCOLARIDADES AT 1815.
               MOVE 9 TO WS-VAGA-ESCOLARIDADE.
               PERFORM UNTIL WS-VAGA-ESCOLARIDADE < 8
                   DISPLAY MENSA-VAGA5 AT 1915
                   ACCEPT WS-VAGA-ESCOLARIDADE AT 1957
                   IF WS-VAGA-ESCOLARIDADE > 7
                       DISPLAY MENSA-ESCOLARIDADE-INVALIDA AT 2015
                   END-IF
               END-PERFORM.

               OPEN EXTEND VAGAS.
               IF WS-VG-STATUS = "35"
                   OPEN OUTPUT VAGAS
               MOVE WS-VAGA-NUMERO TO VG-NUMERO.
               MOVE "A"            TO VG-STATUS.
               MOVE SPACES         TO VG-MOTIVO.
               MOVE WS-VAGA-EXPERIENCIA  TO VG-EXPERIENCIA-MINIMA.
               MOVE WS-VAGA-ESCOLARIDADE TO VG-ESCOLARIDADE-MINIMA.
               WRITE VAGAS-REG.
               DISPLAY "VAGA NUMERO: " AT 2115.
               DISPLAY WS-VAGA-NUMERO  AT 2130.

               CLOSE VAGAS.

               MOVE "VAGA CADASTRADA" TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           OBTEM-PROXIMO-NUMERO-VAGA.
               MOVE ZEROS TO WS-VAGA-NUMERO.
               ELSE
                   CLOSE OPERADOR-SESSAO
               END-IF.

           MARCA-INICIO-EXECUCAO.
               ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD.
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
               MOVE "AGENCIA-DE-EMPREGO" TO RN-PROGRAMA.
               MOVE WS-RUN-DATA TO RN-DATA.
               MOVE WS-RUN-HORA-INICIO TO RN-HORA-INICIO.
               MOVE WS-RUN-HORA-COMPLETA(1:6) TO RN-HORA-FIM.
               MOVE WS-TOTAL-LIDOS      TO RN-LIDOS.
               MOVE WS-TOTAL-ACEITOS    TO RN-ACEITOS.
               MOVE WS-TOTAL-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-TOTAL-ACEITOS    TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
                       MOVE "REJEICAO" TO RN-STATUS
                   WHEN OTHER
                       MOVE "ERRO" TO RN-STATUS
               END-EVALUATE.
               IF KL-LOTE-RECUSADO
                   MOVE "CONTROLE" TO RN-STATUS
               END-IF.
               WRITE RUN-CONTROLE-REG.
               CLOSE RUN-CONTROLE.
