                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GR-CHAVE
                   FILE STATUS IS WS-GR-STATUS.
               SELECT HORARIO-TURMA ASSIGN TO "HORARIO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HO-CHAVE
                   FILE STATUS IS WS-HO-STATUS.
               SELECT SALA-MASTER ASSIGN TO "SALAMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SA-CODSALA
                   FILE STATUS IS WS-SA-STATUS.
               SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-CODIGO
                   FILE STATUS IS WS-PO-STATUS.
               SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ES-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  HORARIO-TURMA.
               COPY "HORARIO.CPY".

           FD  SALA-MASTER.
               COPY "SALAREG.CPY".

           FD  PROFESSOR-MASTER.
               COPY "PROFREG.CPY".

           FD  LISTA-ESPERA.
               COPY "LISTAESP.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           01 WS-TU-STATUS      PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-HO-STATUS      PIC X(02) VALUE SPACES.
           01 WS-SA-STATUS      PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS      PIC X(02) VALUE SPACES.
           01 WS-ES-STATUS      PIC X(02) VALUE SPACES.
           01 WS-ES-AGUARDANDO  PIC 9(04) VALUE ZEROS.
           01 WS-CAPACIDADE-AUMENTOU PIC X(01) VALUE "N".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-CONFIRMA       PIC X(01) VALUE "N".
           01 WS-NOVO-CURSO     PIC X(30) VALUE SPACES.
           01 WS-NOVO-PROFESSOR PIC X(30) VALUE SPACES.
           01 WS-NOVO-CODPROFESSOR PIC 9(04) VALUE ZEROS.
           01 WS-PROFESSOR-VALIDO PIC X(01) VALUE "N".
           01 WS-NOVOS-CREDITOS PIC 9(02) VALUE ZEROS.
           01 WS-NOVA-CAPACIDADE PIC 9(03) VALUE ZEROS.
           01 WS-NOVO-PERIODO   PIC X(06) VALUE SPACES.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.

           01 WS-ACAO-HORARIO   PIC X(01) VALUE SPACES.
           01 WS-HORARIO-PERIODO PIC X(06) VALUE SPACES.
           01 WS-NOVO-DIA       PIC 9(01) VALUE ZEROS.
           01 WS-NOVA-HORA-INICIO PIC 9(04) VALUE ZEROS.
           01 WS-NOVA-INICIO-PARTES REDEFINES WS-NOVA-HORA-INICIO.
               02 NI-HH          PIC 9(02).
               02 NI-MM          PIC 9(02).
           01 WS-NOVA-HORA-FIM  PIC 9(04) VALUE ZEROS.
           01 WS-NOVA-FIM-PARTES REDEFINES WS-NOVA-HORA-FIM.
               02 NF-HH          PIC 9(02).
               02 NF-MM          PIC 9(02).
           01 WS-NOVA-SALA      PIC X(06) VALUE SPACES.
           01 WS-HO-FIM         PIC X(01) VALUE "N".
           01 WS-HORARIO-CONFLITO PIC X(01) VALUE "N".
           01 WS-TURMA-CONFLITO PIC X(08) VALUE SPACES.
           01 WS-QTD-HORARIOS   PIC 9(03) VALUE ZEROS.
           01 WS-NOMES-DIAS-VALOR PIC X(21) VALUE
               "SEGTERQUAQUISEXSABDOM".
           01 WS-NOMES-DIAS REDEFINES WS-NOMES-DIAS-VALOR.
               02 WS-NOME-DIA    PIC X(03) OCCURS 7 TIMES.

           01 LINHA-HORARIO.
               02 LH-DIA         PIC X(03).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LH-INICIO-HH   PIC 9(02).
               02 FILLER         PIC X(01) VALUE ":".
               02 LH-INICIO-MM   PIC 9(02).
               02 FILLER         PIC X(03) VALUE " - ".
               02 LH-FIM-HH      PIC 9(02).
               02 FILLER         PIC X(01) VALUE ":".
               02 LH-FIM-MM      PIC 9(02).
               02 FILLER         PIC X(08) VALUE "  SALA: ".
               02 LH-SALA        PIC X(06).

           01 WS-OCUPACOES.
               02 WS-OCUPA-ENTRY OCCURS 50 TIMES.
                   03 OC-CODTURMA     PIC X(08).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(55) VALUE
                   "MODO (I-INC/C-CON/A-ALT/E-EXC/O-OCUP/H-HORARIO): ".
               02 MENSA-TURMA PIC X(50) VALUE
                   "DIGITE O CODIGO DA TURMA: ".
               02 MENSA-NAO-ACHOU PIC X(50) VALUE
               02 MENSA-CURSO PIC X(50) VALUE
                   "DIGITE O NOME DO CURSO: ".
               02 MENSA-PROFESSOR PIC X(50) VALUE
                   "CODIGO DO PROFESSOR: ".
               02 MENSA-LISTA-ESPERA PIC X(50) VALUE
                   "ALUNOS NA LISTA DE ESPERA - EXECUTAR PROMOCAO: ".
               02 MENSA-PROFESSOR-NAO-ACHOU PIC X(50) VALUE
                   "PROFESSOR NAO CADASTRADO OU INATIVO".
               02 MENSA-CREDITOS PIC X(50) VALUE
                   "DIGITE OS CREDITOS: ".
               02 MENSA-CAPACIDADE PIC X(50) VALUE
                   "TURMA EXCLUIDA".
               02 MENSA-NAO-EXCLUIDA PIC X(50) VALUE
                   "EXCLUSAO CANCELADA".
               02 MENSA-PERIODO-HORARIO PIC X(50) VALUE
                   "PERIODO DO HORARIO (BRANCO = PERIODO OFERTADO): ".
               02 MENSA-ACAO-HORARIO PIC X(50) VALUE
                   "ACAO (I-INCLUIR/E-EXCLUIR HORARIO): ".
               02 MENSA-DIA PIC X(50) VALUE
                   "DIA DA SEMANA (1-SEG A 7-DOM): ".
               02 MENSA-HORA-INICIO PIC X(50) VALUE
                   "HORA DE INICIO (HHMM): ".
               02 MENSA-HORA-FIM PIC X(50) VALUE
                   "HORA DE TERMINO (HHMM): ".
               02 MENSA-SALA PIC X(50) VALUE
                   "DIGITE O CODIGO DA SALA: ".
               02 MENSA-SEM-HORARIOS PIC X(50) VALUE
                   "NENHUM HORARIO CADASTRADO PARA A TURMA".
               02 MENSA-HORARIO-INVALIDO PIC X(50) VALUE
                   "DIA OU HORARIO INVALIDO".
               02 MENSA-SALA-NAO-ACHOU PIC X(50) VALUE
                   "SALA NAO CADASTRADA OU INATIVA".
               02 MENSA-SALA-PEQUENA PIC X(50) VALUE
                   "SALA COM MENOS LUGARES QUE A CAPACIDADE".
               02 MENSA-SALA-OCUPADA PIC X(50) VALUE
                   "SALA JA OCUPADA NO HORARIO PELA TURMA: ".
               02 MENSA-TURMA-SOBREPOSTA PIC X(50) VALUE
                   "HORARIO SOBREPOE OUTRO DA PROPRIA TURMA".
               02 MENSA-HORARIO-EXISTE PIC X(50) VALUE
                   "HORARIO JA CADASTRADO".
               02 MENSA-HORARIO-INCLUIDO PIC X(50) VALUE
                   "HORARIO INCLUIDO".
               02 MENSA-HORARIO-NAO-ACHOU PIC X(50) VALUE
                   "HORARIO NAO ENCONTRADO".
               02 MENSA-HORARIO-EXCLUIDO PIC X(50) VALUE
                   "HORARIO EXCLUIDO".

           01 DATA-DO-SISTEMA.

                    OPEN I-O TURMA-MASTER
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0368.

                EVALUATE WS-MODO
                    WHEN "I"
                    WHEN "O"
                    WHEN "o"
                        PERFORM OCUPACAO
                    WHEN "H"
                    WHEN "h"
                        PERFORM HORARIO
                    WHEN OTHER
                        PERFORM CONSULTA
                END-EVALUATE.

                CLOSE TURMA-MASTER.
                STOP RUN.

           INCLUSAO.
               DISPLAY MENSA-CURSO AT 0715.
               ACCEPT WS-NOVO-CURSO AT 0741.
               DISPLAY MENSA-PROFESSOR AT 0915.
               ACCEPT WS-NOVO-CODPROFESSOR AT 0937.
               PERFORM VALIDA-PROFESSOR.
               IF WS-PROFESSOR-VALIDO NOT = "S"
                   DISPLAY MENSA-PROFESSOR-NAO-ACHOU AT 1715
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY MENSA-CREDITOS AT 1115.
               ACCEPT WS-NOVOS-CREDITOS AT 1137.
               DISPLAY MENSA-CAPACIDADE AT 1315.
               MOVE WS-PESQUISA-TURMA  TO TU-CODTURMA.
               MOVE WS-NOVO-CURSO      TO TU-NOME-CURSO.
               MOVE WS-NOVO-PROFESSOR  TO TU-PROFESSOR.
               MOVE WS-NOVO-CODPROFESSOR TO TU-CODPROFESSOR.
               MOVE WS-NOVOS-CREDITOS  TO TU-CREDITOS.
               MOVE WS-NOVA-CAPACIDADE TO TU-CAPACIDADE.
               MOVE WS-NOVO-PERIODO    TO TU-PERIODO-OFERTA.
               PERFORM EXIBE-TURMA.

               DISPLAY MENSA-PROFESSOR AT 1115.
               ACCEPT WS-NOVO-CODPROFESSOR AT 1137.
               IF WS-NOVO-CODPROFESSOR > ZEROS
                   PERFORM VALIDA-PROFESSOR
                   IF WS-PROFESSOR-VALIDO NOT = "S"
                       DISPLAY MENSA-PROFESSOR-NAO-ACHOU AT 1515
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               DISPLAY MENSA-CAPACIDADE AT 1315.
               ACCEPT WS-NOVA-CAPACIDADE AT 1347.

               IF WS-NOVO-CODPROFESSOR > ZEROS
                   MOVE WS-NOVO-PROFESSOR TO TU-PROFESSOR
                   MOVE WS-NOVO-CODPROFESSOR TO TU-CODPROFESSOR
               END-IF.
               MOVE "N" TO WS-CAPACIDADE-AUMENTOU.
               IF WS-NOVA-CAPACIDADE > ZEROS
                   IF WS-NOVA-CAPACIDADE > TU-CAPACIDADE
                       MOVE "S" TO WS-CAPACIDADE-AUMENTOU
                   END-IF
                   MOVE WS-NOVA-CAPACIDADE TO TU-CAPACIDADE
               END-IF.
               REWRITE TURMA-MASTER-REG.
               MOVE "TURMA ALTERADA" TO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-ALTERADA AT 1515.
               IF WS-CAPACIDADE-AUMENTOU = "S"
                   PERFORM CONTA-LISTA-ESPERA
                   IF WS-ES-AGUARDANDO > ZEROS
                       DISPLAY MENSA-LISTA-ESPERA AT 1615
                       DISPLAY WS-ES-AGUARDANDO AT 1662
                   END-IF
               END-IF.

           CONTA-LISTA-ESPERA.
               MOVE ZEROS TO WS-ES-AGUARDANDO.
               OPEN INPUT LISTA-ESPERA.
               IF WS-ES-STATUS NOT = "00"
                   CLOSE LISTA-ESPERA
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ LISTA-ESPERA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ES-CODTURMA = TU-CODTURMA
                                   AND ES-AGUARDANDO
                               ADD 1 TO WS-ES-AGUARDANDO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LISTA-ESPERA.

           EXCLUSAO.
               PERFORM LOCALIZA-TURMA.
                   DELETE TURMA-MASTER RECORD
                   MOVE "TURMA EXCLUIDA" TO WS-DESCRICAO-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   PERFORM EXCLUI-HORARIOS-DA-TURMA
                   DISPLAY MENSA-EXCLUIDA AT 1315
               ELSE
                   DISPLAY MENSA-NAO-EXCLUIDA AT 1315
               MOVE TU-CAPACIDADE     TO LT-CAPACIDADE.
               MOVE TU-PERIODO-OFERTA TO LT-PERIODO.
               DISPLAY LINHA-TURMA AT 0815.
               IF TU-CODPROFESSOR NOT NUMERIC
                   MOVE ZEROS TO TU-CODPROFESSOR
               END-IF.
               DISPLAY "PROFESSOR: " AT 0915.
               DISPLAY TU-CODPROFESSOR AT 0926.
               DISPLAY TU-PROFESSOR  AT 0931.

           VALIDA-PROFESSOR.
               MOVE "N" TO WS-PROFESSOR-VALIDO.
               OPEN INPUT PROFESSOR-MASTER.
               IF WS-PO-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-NOVO-CODPROFESSOR TO PO-CODIGO.
               READ PROFESSOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PO-E-ATIVO
                           MOVE "S" TO WS-PROFESSOR-VALIDO
                           MOVE PO-NOME TO WS-NOVO-PROFESSOR
                       END-IF
               END-READ.
               CLOSE PROFESSOR-MASTER.

           HORARIO.
               PERFORM LOCALIZA-TURMA.
               IF WS-TU-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBE-TURMA.

               DISPLAY MENSA-PERIODO-HORARIO AT 1115.
               ACCEPT WS-HORARIO-PERIODO AT 1165.
               IF WS-HORARIO-PERIODO = SPACES
                   MOVE TU-PERIODO-OFERTA TO WS-HORARIO-PERIODO
               END-IF.

               OPEN I-O HORARIO-TURMA.
               IF WS-HO-STATUS = "35"
                   OPEN OUTPUT HORARIO-TURMA
                   CLOSE HORARIO-TURMA
                   OPEN I-O HORARIO-TURMA
               END-IF.
               OPEN INPUT SALA-MASTER.

               DISPLAY SPACE.
               PERFORM LISTA-HORARIOS-TURMA.

               DISPLAY MENSA-ACAO-HORARIO.
               ACCEPT WS-ACAO-HORARIO.
               EVALUATE WS-ACAO-HORARIO
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUI-HORARIO
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUI-HORARIO
               END-EVALUATE.

               CLOSE SALA-MASTER.
               CLOSE HORARIO-TURMA.

           LISTA-HORARIOS-TURMA.
               MOVE ZEROS TO WS-QTD-HORARIOS.
               MOVE TU-CODTURMA        TO HO-CODTURMA.
               MOVE WS-HORARIO-PERIODO TO HO-PERIODO.
               MOVE ZEROS              TO HO-DIA-SEMANA.
               MOVE ZEROS              TO HO-HORA-INICIO.
               MOVE "N" TO WS-HO-FIM.
               START HORARIO-TURMA KEY IS >= HO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-HO-FIM
               END-START.
               PERFORM UNTIL WS-HO-FIM = "S"
                   READ HORARIO-TURMA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-HO-FIM
                       NOT AT END
                           IF HO-CODTURMA NOT = TU-CODTURMA
                                   OR HO-PERIODO NOT =
                                       WS-HORARIO-PERIODO
                               MOVE "S" TO WS-HO-FIM
                           ELSE
                               ADD 1 TO WS-QTD-HORARIOS
                               PERFORM EXIBE-HORARIO
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-QTD-HORARIOS = ZEROS
                   DISPLAY MENSA-SEM-HORARIOS
               END-IF.

           EXIBE-HORARIO.
               IF HO-DIA-SEMANA >= 1 AND HO-DIA-SEMANA <= 7
                   MOVE WS-NOME-DIA (HO-DIA-SEMANA) TO LH-DIA
               ELSE
                   MOVE "???" TO LH-DIA
               END-IF.
               MOVE HO-HORA-INICIO(1:2) TO LH-INICIO-HH.
               MOVE HO-HORA-INICIO(3:2) TO LH-INICIO-MM.
               MOVE HO-HORA-FIM(1:2)    TO LH-FIM-HH.
               MOVE HO-HORA-FIM(3:2)    TO LH-FIM-MM.
               MOVE HO-CODSALA          TO LH-SALA.
               DISPLAY LINHA-HORARIO.

           INCLUI-HORARIO.
               DISPLAY MENSA-DIA.
               ACCEPT WS-NOVO-DIA.
               DISPLAY MENSA-HORA-INICIO.
               ACCEPT WS-NOVA-HORA-INICIO.
               DISPLAY MENSA-HORA-FIM.
               ACCEPT WS-NOVA-HORA-FIM.
               IF WS-NOVO-DIA < 1 OR WS-NOVO-DIA > 7
                       OR NI-HH > 23 OR NI-MM > 59
                       OR NF-HH > 23 OR NF-MM > 59
                       OR WS-NOVA-HORA-FIM NOT > WS-NOVA-HORA-INICIO
                   DISPLAY MENSA-HORARIO-INVALIDO
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-SALA.
               ACCEPT WS-NOVA-SALA.
               MOVE WS-NOVA-SALA TO SA-CODSALA.
               IF WS-SA-STATUS NOT = "00" AND WS-SA-STATUS NOT = "23"
                   DISPLAY MENSA-SALA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.
               READ SALA-MASTER
                   INVALID KEY
                       DISPLAY MENSA-SALA-NAO-ACHOU
                       EXIT PARAGRAPH
               END-READ.
               IF NOT SA-E-ATIVA
                   DISPLAY MENSA-SALA-NAO-ACHOU
                   EXIT PARAGRAPH
               END-IF.
               IF SA-LUGARES < TU-CAPACIDADE
                   DISPLAY MENSA-SALA-PEQUENA
                   EXIT PARAGRAPH
               END-IF.

               PERFORM VERIFICA-CONFLITO-HORARIO.
               IF WS-HORARIO-CONFLITO = "S"
                   DISPLAY MENSA-SALA-OCUPADA WS-TURMA-CONFLITO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-HORARIO-CONFLITO = "T"
                   DISPLAY MENSA-TURMA-SOBREPOSTA
                   EXIT PARAGRAPH
               END-IF.

               MOVE TU-CODTURMA         TO HO-CODTURMA.
               MOVE WS-HORARIO-PERIODO  TO HO-PERIODO.
               MOVE WS-NOVO-DIA         TO HO-DIA-SEMANA.
               MOVE WS-NOVA-HORA-INICIO TO HO-HORA-INICIO.
               MOVE WS-NOVA-HORA-FIM    TO HO-HORA-FIM.
               MOVE WS-NOVA-SALA        TO HO-CODSALA.
               WRITE HORARIO-REG
                   INVALID KEY
                       DISPLAY MENSA-HORARIO-EXISTE
                       EXIT PARAGRAPH
               END-WRITE.

               MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
               STRING "HORARIO INCL " WS-NOVO-DIA " "
                   WS-NOVA-HORA-INICIO " " WS-NOVA-SALA
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-HORARIO-INCLUIDO.

           VERIFICA-CONFLITO-HORARIO.
               MOVE "N"    TO WS-HORARIO-CONFLITO.
               MOVE SPACES TO WS-TURMA-CONFLITO.
               MOVE LOW-VALUES TO HO-CHAVE.
               MOVE "N" TO WS-HO-FIM.
               START HORARIO-TURMA KEY IS >= HO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-HO-FIM
               END-START.
               PERFORM UNTIL WS-HO-FIM = "S"
                   READ HORARIO-TURMA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-HO-FIM
                       NOT AT END
                           IF HO-PERIODO = WS-HORARIO-PERIODO
                                   AND HO-DIA-SEMANA = WS-NOVO-DIA
                                   AND HO-HORA-INICIO <
                                       WS-NOVA-HORA-FIM
                                   AND WS-NOVA-HORA-INICIO <
                                       HO-HORA-FIM
                               IF HO-CODTURMA = TU-CODTURMA
                                   MOVE "T" TO WS-HORARIO-CONFLITO
                                   MOVE "S" TO WS-HO-FIM
                               ELSE
                                   IF HO-CODSALA = WS-NOVA-SALA
                                       MOVE "S"
                                           TO WS-HORARIO-CONFLITO
                                       MOVE HO-CODTURMA
                                           TO WS-TURMA-CONFLITO
                                       MOVE "S" TO WS-HO-FIM
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           EXCLUI-HORARIO.
               DISPLAY MENSA-DIA.
               ACCEPT WS-NOVO-DIA.
               DISPLAY MENSA-HORA-INICIO.
               ACCEPT WS-NOVA-HORA-INICIO.

               MOVE TU-CODTURMA         TO HO-CODTURMA.
               MOVE WS-HORARIO-PERIODO  TO HO-PERIODO.
               MOVE WS-NOVO-DIA         TO HO-DIA-SEMANA.
               MOVE WS-NOVA-HORA-INICIO TO HO-HORA-INICIO.
               READ HORARIO-TURMA
                   INVALID KEY
                       DISPLAY MENSA-HORARIO-NAO-ACHOU
                       EXIT PARAGRAPH
               END-READ.
               DELETE HORARIO-TURMA RECORD.

               MOVE SPACES TO WS-DESCRICAO-AUDITORIA.
               STRING "HORARIO EXCL " WS-NOVO-DIA " "
                   WS-NOVA-HORA-INICIO " " HO-CODSALA
                   DELIMITED BY SIZE INTO WS-DESCRICAO-AUDITORIA.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-HORARIO-EXCLUIDO.

           EXCLUI-HORARIOS-DA-TURMA.
               OPEN I-O HORARIO-TURMA.
               IF WS-HO-STATUS NOT = "00"
                   CLOSE HORARIO-TURMA
                   EXIT PARAGRAPH
               END-IF.
               MOVE TU-CODTURMA TO HO-CODTURMA.
               MOVE LOW-VALUES  TO HO-PERIODO.
               MOVE ZEROS       TO HO-DIA-SEMANA.
               MOVE ZEROS       TO HO-HORA-INICIO.
               MOVE "N" TO WS-HO-FIM.
               START HORARIO-TURMA KEY IS >= HO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-HO-FIM
               END-START.
               PERFORM UNTIL WS-HO-FIM = "S"
                   READ HORARIO-TURMA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-HO-FIM
                       NOT AT END
                           IF HO-CODTURMA NOT = TU-CODTURMA
                               MOVE "S" TO WS-HO-FIM
                           ELSE
                               DELETE HORARIO-TURMA RECORD
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HORARIO-TURMA.

           OCUPACAO.
               OPEN INPUT GRADES-MASTER.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
