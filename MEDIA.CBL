               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS WS-GR-STATUS.
           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT PREREQUISITO ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT APROVEITAMENTO ASSIGN TO "APROVEIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WS-AP-STATUS.
           SELECT HORARIO-TURMA ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-CHAVE
               FILE STATUS IS WS-HO-STATUS.
           SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.
           SELECT AVISO-ESPERA ASSIGN TO "AVISOESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AE-STATUS.
           SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       FILE SECTION.
       FD  ALUNO-ROSTER.
           COPY "ALUNOREG.CPY".
           COPY "LOTEHT.CPY".

       FD  GRADES-MASTER.
           COPY "GRADEREG.CPY".
           02 RC-PERIODO       PIC X(06).
           02 RC-NOTA          PIC 9(02)V99.

       FD  OPERADOR-SESSAO.
           COPY "OPERSES.CPY".

       FD  PREREQUISITO.
           COPY "PREREQ.CPY".

       FD  APROVEITAMENTO.
           COPY "APROVEIT.CPY".

       FD  HORARIO-TURMA.
           COPY "HORARIO.CPY".

       FD  LISTA-ESPERA.
           COPY "LISTAESP.CPY".

       FD  AVISO-ESPERA.
           COPY "AVISOESP.CPY".

       FD  RUN-CONTROLE.
           COPY "RUNCTL.CPY".


       WORKING-STORAGE SECTION.

       01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
       01 WS-RN-STATUS PIC X(02) VALUE SPACES.
       01 WS-DP-STATUS PIC X(02) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
       01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
       01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
       01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.
       COPY "LOTECTL.CPY".

       01 WS-AR-STATUS PIC X(02) VALUE SPACES.
       01 WS-MR-STATUS PIC X(02) VALUE SPACES.
       01 WS-PT-STATUS PIC X(02) VALUE SPACES.
       01 WS-GR-STATUS PIC X(02) VALUE SPACES.
       COPY "AUDITREG.CPY".
       01 WS-OS-STATUS PIC X(02) VALUE SPACES.
       01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
       01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
       01 WS-SUPERVISOR    PIC X(06) VALUE SPACES.
       01 WS-PQ-STATUS PIC X(02) VALUE SPACES.
       01 WS-PQ-FIM    PIC X(01) VALUE "N".
       01 WS-AP-STATUS PIC X(02) VALUE SPACES.
       01 WS-GX-FIM    PIC X(01) VALUE "N".
       01 WS-PREREQ-OK PIC X(01) VALUE "S".
       01 WS-REQUISITO-APROVADO PIC X(01) VALUE "N".
       01 WS-PCT-FALTAS PIC 9(03)V99 VALUE ZEROS.
       01 WS-LIMITE-FALTAS-PCT PIC 9(03)V99 VALUE 025,00.
       01 WS-ALUNO-VALIDO PIC X(01) VALUE "S".
       01 WS-HO-STATUS PIC X(02) VALUE SPACES.
       01 WS-HO-FIM    PIC X(01) VALUE "N".
       01 WS-HORARIOS.
           02 WS-HORARIO-ENTRY OCCURS 1000 TIMES.
               03 HX-CODTURMA     PIC X(08).
               03 HX-PERIODO      PIC X(06).
               03 HX-DIA-SEMANA   PIC 9(01).
               03 HX-HORA-INICIO  PIC 9(04).
               03 HX-HORA-FIM     PIC 9(04).
       01 WS-HX-QTD    PIC 9(04) VALUE ZEROS.
       01 WS-HX-IDX    PIC 9(04) VALUE ZEROS.
       01 WS-HX-OUTRO  PIC 9(04) VALUE ZEROS.
       01 WS-CHOQUE-HORARIO PIC X(01) VALUE "N".
       01 WS-CHOQUE-TURMA   PIC X(08) VALUE SPACES.
       01 WS-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
       01 WS-TURMA-LOTADA PIC X(01) VALUE "N".
       01 WS-OCUPADAS     PIC 9(04) VALUE ZEROS.
       01 WS-ES-STATUS PIC X(02) VALUE SPACES.
       01 WS-AE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ES-FIM    PIC X(01) VALUE "N".
       01 WS-ES-JA-EXISTE PIC X(01) VALUE "N".
       01 WS-ES-ULTIMA-SEQ PIC 9(06) VALUE ZEROS.
       01 WS-LISTA-ESPERA.
           02 WS-ES-ITEM OCCURS 2000 TIMES PIC X(145).
       01 WS-ES-QTD    PIC 9(04) VALUE ZEROS.
       01 WS-ES-IDX    PIC 9(04) VALUE ZEROS.
       01 WS-ES-CHEIA  PIC X(01) VALUE "N".
       01 WS-ES-PROMOVIDOS  PIC 9(06) VALUE ZEROS.
       01 WS-ES-AGUARDANDO  PIC 9(06) VALUE ZEROS.
       01 WS-ES-CANCELADOS  PIC 9(06) VALUE ZEROS.
       01 LINHA-TOTAL-ESPERA.
           02 FILLER             PIC X(12) VALUE "PROMOVIDOS:".
           02 LTE-PROMOVIDOS     PIC ZZZZZ9.
           02 FILLER             PIC X(14) VALUE "  AGUARDANDO:".
           02 LTE-AGUARDANDO     PIC ZZZZZ9.
           02 FILLER             PIC X(14) VALUE "  CANCELADOS:".
           02 LTE-CANCELADOS     PIC ZZZZZ9.
       01 WS-LOTE-LIDOS      PIC 9(06) VALUE ZEROS.
       01 WS-LOTE-ACEITOS    PIC 9(06) VALUE ZEROS.
       01 WS-LOTE-REJEITADOS PIC 9(06) VALUE ZEROS.
           02 MENSA10      PIC X(50) VALUE
              "DIGITE O PERIODO (EX: 2026-1):".
           02 MENSA-MODO   PIC X(50) VALUE
              "MODO (I-INT/L-LOTE/R-REC/C-CORR/P-PROMOCAO): ".
           02 MENSA-JA-EXISTE PIC X(50) VALUE
              "NOTA JA EXISTE - USE O MODO CORRECAO".
           02 MENSA-MOTIVO PIC X(50) VALUE
              "NOTA CORRIGIDA".
           02 MENSA-ALUNO-INEXISTENTE PIC X(50) VALUE
              "MATRICULA NAO CADASTRADA NO MASTER DE ALUNOS".
           02 MENSA-ALUNO-JUBILADO PIC X(50) VALUE
              "MATRICULA CANCELADA POR JUBILAMENTO".
           02 MENSA-SEM-MASTER PIC X(50) VALUE
              "AVISO: ALUNMST.DAT AUSENTE - SEM VALIDACAO".
           02 MENSA-PERIODO-FECHADO PIC X(50) VALUE
                    OPEN I-O GRADES-MASTER
                END-IF.

                OPEN INPUT ALUNOS-MASTER.
                IF WS-AL-STATUS = "00" OR WS-AL-STATUS = "05"
                    MOVE "S" TO WS-AM-DISPONIVEL
                IF WS-MODO = "L" OR WS-MODO = "l"
                    PERFORM LOTE-PROCESSA-TURMA
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "R" OR WS-MODO = "r"
                    PERFORM LOTE-RECUPERACAO
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "P" OR WS-MODO = "p"
                    PERFORM LOTE-PROMOVE-ESPERA
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                IF WS-MODO = "C" OR WS-MODO = "c"
                    PERFORM CORRECAO
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.
           entrada.
                IF WS-ALUNO-EXISTE = "N"
                    DISPLAY MENSA-ALUNO-INEXISTENTE AT 1210
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.
                IF WS-AM-DISPONIVEL = "S" AND AL-JUBILADO
                    DISPLAY MENSA-ALUNO-JUBILADO AT 1210
                    CLOSE GRADES-MASTER
                    CLOSE ALUNOS-MASTER
                    CLOSE TURMA-MASTER
                    MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                    GOBACK
                END-IF.

                DISPLAY MENSA4   AT 4610.
                PERFORM GRAVA-NOTAS.
                CLOSE GRADES-MASTER.
                CLOSE ALUNOS-MASTER.
                CLOSE TURMA-MASTER.
                MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                GOBACK.

           CLASSIFICA-RESULTADO.
                MOVE "MEDIA CALCULADA"   TO AJ-DESCRICAO.
                PERFORM CARREGA-OPERADOR
                MOVE WS-OPERADOR TO AJ-OPERADOR
                CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                    AUDITORIA-REG.

           CARREGA-PESOS.
                MOVE 0,3334 TO WS-PESO1.

           LOTE-PROCESSA-TURMA.
                PERFORM MARCA-INICIO-EXECUCAO.
                PERFORM CARREGA-HORARIOS.
                OPEN INPUT ALUNO-ROSTER.
                IF WS-AR-STATUS NOT = "00"
                    DISPLAY "ARQUIVO ROSTER.DAT NAO ENCONTRADO"
                    IF WS-AR-STATUS = "35"
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
                OPEN INPUT ALUNO-ROSTER.

                OPEN OUTPUT MEDIA-REL.
                OPEN OUTPUT ROSTER-ERROS.
                MOVE "N" TO WS-AR-FIM.
                        AT END
                            MOVE "S" TO WS-AR-FIM
                        NOT AT END
                            IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                                ADD 1 TO WS-LOTE-LIDOS
                                PERFORM LOTE-VALIDA-ALUNO
                                IF WS-ALUNO-VALIDO = "S"
                                    ADD 1 TO WS-LOTE-ACEITOS
                                    PERFORM LOTE-UM-ALUNO
                                ELSE
                                    ADD 1 TO WS-LOTE-REJEITADOS
                                    PERFORM LOTE-REJEITA-ALUNO
                                    IF WS-TURMA-LOTADA = "S"
                                        PERFORM INCLUI-LISTA-ESPERA
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE WS-LOTE-REJEITADOS TO LTL-REJEITADOS.
                DISPLAY LINHA-TOTAL-LOTE.

                IF WS-LOTE-REJEITADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                    MOVE 4 TO WS-CODIGO-RETORNO
                END-IF.

                MOVE WS-LOTE-LIDOS TO WS-RUN-LIDOS.
                MOVE WS-LOTE-ACEITOS TO WS-RUN-ACEITOS.
                MOVE WS-LOTE-REJEITADOS TO WS-RUN-REJEITADOS.
                MOVE WS-LOTE-ACEITOS TO WS-RUN-GRAVADOS.
                PERFORM REGISTRA-CONTROLE-LOTE.
                PERFORM GRAVA-RUN-CONTROLE.

           VERIFICA-CONTROLE-LOTE.
               MOVE "I" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               MOVE "ROSTER" TO KL-ARQUIVO.
               MOVE "CALCULO-DE-MEDIA" TO KL-PROGRAMA.
               MOVE WS-RUN-DATA TO KL-DATA-PROCESSAMENTO.
               MOVE "N" TO WS-AR-FIM.
               PERFORM UNTIL WS-AR-FIM = "S"
                   READ ALUNO-ROSTER
                       AT END
                           MOVE "S" TO WS-AR-FIM
                       NOT AT END
                           PERFORM ACUMULA-CONTROLE-LOTE
                   END-READ
               END-PERFORM.
               CLOSE ALUNO-ROSTER.
               MOVE "V" TO KL-FUNCAO.
               CALL "CONTROLE-DE-LOTE-ENTRADA" USING
                   CONTROLE-LOTE-AREA.
               IF KL-LOTE-RECUSADO
                   DISPLAY "ROSTER.DAT RECUSADO: " KL-MOTIVO
                   MOVE KL-QTD-LIDOS TO WS-RUN-LIDOS
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-CONTROLE-LOTE.
               MOVE LOTE-CONTROLE-REG TO KL-REGISTRO.
               MOVE ZEROS TO KL-VALOR-HASH.
               IF NOT HT-E-HEADER AND NOT HT-E-TRAILER
                       AND AR-NOTA1 NUMERIC
                   MOVE AR-NOTA1 TO KL-VALOR-HASH
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

           LOTE-VALIDA-ALUNO.
                MOVE "S"    TO WS-ALUNO-VALIDO.
                MOVE "N"    TO WS-TURMA-LOTADA.
                MOVE SPACES TO WS-MOTIVO-REJEICAO.

                IF AR-MATRICULA = SPACES
                        TO WS-MOTIVO-REJEICAO
                    EXIT PARAGRAPH
                END-IF.
                IF WS-AM-DISPONIVEL = "S" AND AL-JUBILADO
                    MOVE "N" TO WS-ALUNO-VALIDO
                    MOVE "MATRICULA CANCELADA" TO WS-MOTIVO-REJEICAO
                    EXIT PARAGRAPH
                END-IF.

                PERFORM VALIDA-PREREQUISITO.
                IF WS-PREREQ-OK = "N"
                    EXIT PARAGRAPH
                END-IF.

                PERFORM VERIFICA-CHOQUE-HORARIO.
                IF WS-CHOQUE-HORARIO = "S"
                    MOVE "N" TO WS-ALUNO-VALIDO
                    STRING "CHOQUE DE HORARIO COM "
                        WS-CHOQUE-TURMA
                        DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                    EXIT PARAGRAPH
                END-IF.

                MOVE AR-MATRICULA TO GR-MATRICULA.
                MOVE AR-CODTURMA  TO GR-CODTURMA.
                MOVE AR-PERIODO   TO GR-PERIODO.
                        MOVE "MATRICULA JA LANCADA NA TURMA"
                            TO WS-MOTIVO-REJEICAO
                END-READ.
                IF WS-ALUNO-VALIDO = "N"
                    EXIT PARAGRAPH
                END-IF.

                PERFORM VERIFICA-VAGA-TURMA.
                IF WS-TURMA-LOTADA = "S"
                    MOVE "N" TO WS-ALUNO-VALIDO
                    MOVE "TURMA LOTADA - LISTA DE ESPERA"
                        TO WS-MOTIVO-REJEICAO
                END-IF.

           VERIFICA-VAGA-TURMA.
                MOVE "N" TO WS-TURMA-LOTADA.
                IF WS-TM-DISPONIVEL = "N"
                    EXIT PARAGRAPH
                END-IF.
                MOVE AR-CODTURMA TO TU-CODTURMA.
                READ TURMA-MASTER
                    INVALID KEY
                        EXIT PARAGRAPH
                END-READ.
                IF TU-CAPACIDADE NOT NUMERIC OR TU-CAPACIDADE = ZEROS
                    EXIT PARAGRAPH
                END-IF.
                PERFORM CONTA-OCUPACAO-TURMA.
                IF WS-OCUPADAS >= TU-CAPACIDADE
                    MOVE "S" TO WS-TURMA-LOTADA
                END-IF.

           CONTA-OCUPACAO-TURMA.
                MOVE ZEROS TO WS-OCUPADAS.
                MOVE LOW-VALUES TO GR-CHAVE.
                START GRADES-MASTER KEY IS >= GR-CHAVE
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                MOVE "N" TO WS-GX-FIM.
                PERFORM UNTIL WS-GX-FIM = "S"
                    READ GRADES-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WS-GX-FIM
                        NOT AT END
                            IF GR-CODTURMA = AR-CODTURMA
                                    AND GR-PERIODO = AR-PERIODO
                                PERFORM CONTA-VAGA-OCUPADA
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE AR-MATRICULA TO MATRICULA.
                PERFORM VALIDA-ALUNO.

           CONTA-VAGA-OCUPADA.
                IF WS-AM-DISPONIVEL = "S"
                    MOVE GR-MATRICULA TO AL-MATRICULA
                    READ ALUNOS-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF AL-TRANCADO
                                EXIT PARAGRAPH
                            END-IF
                    END-READ
                END-IF.
                ADD 1 TO WS-OCUPADAS.

           INCLUI-LISTA-ESPERA.
                MOVE ZEROS TO WS-ES-ULTIMA-SEQ.
                MOVE "N" TO WS-ES-JA-EXISTE.
                OPEN INPUT LISTA-ESPERA.
                IF WS-ES-STATUS = "00"
                    MOVE "N" TO WS-ES-FIM
                    PERFORM UNTIL WS-ES-FIM = "S"
                        READ LISTA-ESPERA
                            AT END
                                MOVE "S" TO WS-ES-FIM
                            NOT AT END
                                IF ES-SEQUENCIA > WS-ES-ULTIMA-SEQ
                                    MOVE ES-SEQUENCIA
                                        TO WS-ES-ULTIMA-SEQ
                                END-IF
                                IF ES-MATRICULA = AR-MATRICULA
                                        AND ES-CODTURMA = AR-CODTURMA
                                        AND ES-PERIODO = AR-PERIODO
                                        AND ES-AGUARDANDO
                                    MOVE "S" TO WS-ES-JA-EXISTE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                CLOSE LISTA-ESPERA.
                IF WS-ES-JA-EXISTE = "S"
                    EXIT PARAGRAPH
                END-IF.

                OPEN EXTEND LISTA-ESPERA.
                IF WS-ES-STATUS = "35"
                    OPEN OUTPUT LISTA-ESPERA
                    CLOSE LISTA-ESPERA
                    OPEN EXTEND LISTA-ESPERA
                END-IF.
                ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
                ADD 1 TO WS-ES-ULTIMA-SEQ.
                MOVE WS-ES-ULTIMA-SEQ TO ES-SEQUENCIA.
                MOVE AR-CODTURMA      TO ES-CODTURMA.
                MOVE AR-PERIODO       TO ES-PERIODO.
                MOVE AR-MATRICULA     TO ES-MATRICULA.
                MOVE AR-NOME          TO ES-NOME.
                IF WS-AM-DISPONIVEL = "S"
                    MOVE NOME TO ES-NOME
                END-IF.
                MOVE AR-NOTA1         TO ES-NOTA1.
                MOVE AR-NOTA2         TO ES-NOTA2.
                MOVE AR-NOTA3         TO ES-NOTA3.
                MOVE WS-RUN-DATA      TO ES-DATA-INCLUSAO.
                MOVE WS-HORA-DO-SISTEMA (1:6) TO ES-HORA-INCLUSAO.
                MOVE "A"              TO ES-SITUACAO.
                MOVE WS-RUN-DATA      TO ES-DATA-SITUACAO.
                MOVE SPACES           TO ES-MOTIVO.
                WRITE LISTA-ESPERA-REG.
                CLOSE LISTA-ESPERA.

           LOTE-PROMOVE-ESPERA.
                PERFORM MARCA-INICIO-EXECUCAO.
                PERFORM CARREGA-HORARIOS.
                MOVE ZEROS TO WS-ES-QTD.
                OPEN INPUT LISTA-ESPERA.
                IF WS-ES-STATUS NOT = "00"
                    CLOSE LISTA-ESPERA
                    DISPLAY "LISTA DE ESPERA VAZIA"
                    PERFORM GRAVA-RUN-CONTROLE
                    EXIT PARAGRAPH
                END-IF.
                MOVE "N" TO WS-ES-FIM.
                PERFORM UNTIL WS-ES-FIM = "S"
                    READ LISTA-ESPERA
                        AT END
                            MOVE "S" TO WS-ES-FIM
                        NOT AT END
                            IF WS-ES-QTD < 2000
                                ADD 1 TO WS-ES-QTD
                                MOVE LISTA-ESPERA-REG
                                    TO WS-ES-ITEM (WS-ES-QTD)
                            ELSE
                                MOVE "S" TO WS-ES-CHEIA
                                MOVE "S" TO WS-ES-FIM
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE LISTA-ESPERA.
                IF WS-ES-CHEIA = "S"
                    DISPLAY "MAIS DE 2000 REGISTROS NA LISTA DE ESPERA"
                        " - PROMOCAO NAO EXECUTADA"
                    MOVE 8 TO WS-CODIGO-RETORNO
                    PERFORM GRAVA-RUN-CONTROLE
                    EXIT PARAGRAPH
                END-IF.

                OPEN EXTEND MEDIA-REL.
                IF WS-MR-STATUS = "35"
                    OPEN OUTPUT MEDIA-REL
                    CLOSE MEDIA-REL
                    OPEN EXTEND MEDIA-REL
                END-IF.
                OPEN OUTPUT AVISO-ESPERA.
                PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                        UNTIL WS-ES-IDX > WS-ES-QTD
                    MOVE WS-ES-ITEM (WS-ES-IDX) TO LISTA-ESPERA-REG
                    IF ES-AGUARDANDO
                        PERFORM PROMOVE-UM-ALUNO
                        MOVE LISTA-ESPERA-REG
                            TO WS-ES-ITEM (WS-ES-IDX)
                    END-IF
                END-PERFORM.
                CLOSE MEDIA-REL.
                CLOSE AVISO-ESPERA.

                OPEN OUTPUT LISTA-ESPERA.
                PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                        UNTIL WS-ES-IDX > WS-ES-QTD
                    MOVE WS-ES-ITEM (WS-ES-IDX) TO LISTA-ESPERA-REG
                    WRITE LISTA-ESPERA-REG
                END-PERFORM.
                CLOSE LISTA-ESPERA.

                MOVE WS-ES-PROMOVIDOS TO LTE-PROMOVIDOS.
                MOVE WS-ES-AGUARDANDO TO LTE-AGUARDANDO.
                MOVE WS-ES-CANCELADOS TO LTE-CANCELADOS.
                DISPLAY LINHA-TOTAL-ESPERA.

                IF WS-ES-CANCELADOS > ZEROS AND WS-CODIGO-RETORNO < 4
                    MOVE 4 TO WS-CODIGO-RETORNO
                END-IF.

                MOVE WS-LOTE-LIDOS    TO WS-RUN-LIDOS.
                MOVE WS-ES-PROMOVIDOS TO WS-RUN-ACEITOS.
                MOVE WS-ES-CANCELADOS TO WS-RUN-REJEITADOS.
                MOVE WS-ES-PROMOVIDOS TO WS-RUN-GRAVADOS.
                PERFORM GRAVA-RUN-CONTROLE.

           PROMOVE-UM-ALUNO.
                ADD 1 TO WS-LOTE-LIDOS.
                MOVE ES-MATRICULA TO AR-MATRICULA.
                MOVE ES-CODTURMA  TO AR-CODTURMA.
                MOVE ES-PERIODO   TO AR-PERIODO.
                MOVE ES-NOME      TO AR-NOME.
                MOVE ES-NOTA1     TO AR-NOTA1.
                MOVE ES-NOTA2     TO AR-NOTA2.
                MOVE ES-NOTA3     TO AR-NOTA3.
                PERFORM LOTE-VALIDA-ALUNO.
                IF WS-ALUNO-VALIDO = "S"
                    PERFORM LOTE-UM-ALUNO
                    ADD 1 TO WS-ES-PROMOVIDOS
                    MOVE "P" TO ES-SITUACAO
                    MOVE "MATRICULA EFETIVADA" TO ES-MOTIVO
                    MOVE WS-RUN-DATA TO ES-DATA-SITUACAO
                    PERFORM GRAVA-AVISO-ESPERA
                    EXIT PARAGRAPH
                END-IF.
                IF WS-TURMA-LOTADA = "S"
                    ADD 1 TO WS-ES-AGUARDANDO
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO WS-ES-CANCELADOS.
                MOVE "C" TO ES-SITUACAO.
                MOVE WS-MOTIVO-REJEICAO TO ES-MOTIVO.
                MOVE WS-RUN-DATA TO ES-DATA-SITUACAO.
                PERFORM GRAVA-AVISO-ESPERA.

           GRAVA-AVISO-ESPERA.
                MOVE ES-MATRICULA TO AE-MATRICULA.
                MOVE ES-NOME      TO AE-NOME.
                MOVE ES-CODTURMA  TO AE-CODTURMA.
                MOVE ES-PERIODO   TO AE-PERIODO.
                MOVE ES-SITUACAO  TO AE-SITUACAO.
                MOVE WS-RUN-DATA  TO AE-DATA.
                MOVE ES-MOTIVO    TO AE-MOTIVO.
                WRITE AVISO-ESPERA-REG.

           VALIDA-PREREQUISITO.
                MOVE "S" TO WS-PREREQ-OK.
                MOVE SPACES             TO GR-PERIODO.
                START GRADES-MASTER KEY IS >= GR-CHAVE
                    INVALID KEY
                        PERFORM VERIFICA-REQUISITO-APROVEITADO
                        EXIT PARAGRAPH
                END-START.
                MOVE "N" TO WS-GX-FIM.
                            END-IF
                    END-READ
                END-PERFORM.
                IF WS-REQUISITO-APROVADO = "N"
                    PERFORM VERIFICA-REQUISITO-APROVEITADO
                END-IF.

           VERIFICA-REQUISITO-APROVEITADO.
                OPEN INPUT APROVEITAMENTO.
                IF WS-AP-STATUS NOT = "00" AND WS-AP-STATUS NOT = "05"
                    CLOSE APROVEITAMENTO
                    EXIT PARAGRAPH
                END-IF.
                MOVE AR-MATRICULA       TO AP-MATRICULA.
                MOVE WS-REQUISITO-TURMA TO AP-CODTURMA.
                READ APROVEITAMENTO
                    NOT INVALID KEY
                        IF AP-APROVADO
                            MOVE "S" TO WS-REQUISITO-APROVADO
                        END-IF
                END-READ.
                CLOSE APROVEITAMENTO.

           CARREGA-HORARIOS.
                MOVE ZEROS TO WS-HX-QTD.
                OPEN INPUT HORARIO-TURMA.
                IF WS-HO-STATUS NOT = "00" AND WS-HO-STATUS NOT = "05"
                    CLOSE HORARIO-TURMA
                    EXIT PARAGRAPH
                END-IF.
                MOVE "N" TO WS-HO-FIM.
                PERFORM UNTIL WS-HO-FIM = "S"
                    READ HORARIO-TURMA NEXT RECORD
                        AT END
                            MOVE "S" TO WS-HO-FIM
                        NOT AT END
                            IF WS-HX-QTD < 1000
                                ADD 1 TO WS-HX-QTD
                                MOVE HO-CODTURMA
                                    TO HX-CODTURMA (WS-HX-QTD)
                                MOVE HO-PERIODO
                                    TO HX-PERIODO (WS-HX-QTD)
                                MOVE HO-DIA-SEMANA
                                    TO HX-DIA-SEMANA (WS-HX-QTD)
                                MOVE HO-HORA-INICIO
                                    TO HX-HORA-INICIO (WS-HX-QTD)
                                MOVE HO-HORA-FIM
                                    TO HX-HORA-FIM (WS-HX-QTD)
                            ELSE
                                DISPLAY "MAIS DE 1000 HORARIOS - "
                                    "CHOQUES NAO VERIFICADOS"
                                MOVE ZEROS TO WS-HX-QTD
                                MOVE "S" TO WS-HO-FIM
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE HORARIO-TURMA.

           VERIFICA-CHOQUE-HORARIO.
                MOVE "N"    TO WS-CHOQUE-HORARIO.
                MOVE SPACES TO WS-CHOQUE-TURMA.
                IF WS-HX-QTD = ZEROS
                    EXIT PARAGRAPH
                END-IF.
                MOVE AR-MATRICULA TO GR-MATRICULA.
                MOVE LOW-VALUES   TO GR-CODTURMA.
                MOVE LOW-VALUES   TO GR-PERIODO.
                START GRADES-MASTER KEY IS >= GR-CHAVE
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                MOVE "N" TO WS-GX-FIM.
                PERFORM UNTIL WS-GX-FIM = "S"
                    READ GRADES-MASTER NEXT RECORD
                        AT END
                            MOVE "S" TO WS-GX-FIM
                        NOT AT END
                            IF GR-MATRICULA NOT = AR-MATRICULA
                                MOVE "S" TO WS-GX-FIM
                            ELSE
                                IF GR-PERIODO = AR-PERIODO
                                        AND GR-CODTURMA NOT =
                                            AR-CODTURMA
                                    PERFORM COMPARA-HORARIOS-TURMAS
                                    IF WS-CHOQUE-HORARIO = "S"
                                        MOVE "S" TO WS-GX-FIM
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           COMPARA-HORARIOS-TURMAS.
                PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                        UNTIL WS-HX-IDX > WS-HX-QTD
                        OR WS-CHOQUE-HORARIO = "S"
                    IF HX-CODTURMA (WS-HX-IDX) = AR-CODTURMA
                            AND HX-PERIODO (WS-HX-IDX) = AR-PERIODO
                        PERFORM COMPARA-UM-HORARIO
                    END-IF
                END-PERFORM.

           COMPARA-UM-HORARIO.
                PERFORM VARYING WS-HX-OUTRO FROM 1 BY 1
                        UNTIL WS-HX-OUTRO > WS-HX-QTD
                        OR WS-CHOQUE-HORARIO = "S"
                    IF HX-CODTURMA (WS-HX-OUTRO) = GR-CODTURMA
                            AND HX-PERIODO (WS-HX-OUTRO) = AR-PERIODO
                            AND HX-DIA-SEMANA (WS-HX-OUTRO) =
                                HX-DIA-SEMANA (WS-HX-IDX)
                            AND HX-HORA-INICIO (WS-HX-OUTRO) <
                                HX-HORA-FIM (WS-HX-IDX)
                            AND HX-HORA-INICIO (WS-HX-IDX) <
                                HX-HORA-FIM (WS-HX-OUTRO)
                        MOVE "S" TO WS-CHOQUE-HORARIO
                        MOVE GR-CODTURMA TO WS-CHOQUE-TURMA
                    END-IF
                END-PERFORM.

           VERIFICA-PERIODO-FECHADO.
                MOVE "N" TO WS-PERIODO-FECHADO.
                IF WS-RC-STATUS NOT = "00"
                    DISPLAY "ARQUIVO RECLOTE.DAT NAO ENCONTRADO"
                    IF WS-RC-STATUS = "35"
                        MOVE 8 TO WS-CODIGO-RETORNO
                    ELSE
                        MOVE 12 TO WS-CODIGO-RETORNO
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
               MOVE WS-RUN-ACEITOS    TO RN-ACEITOS.
               MOVE WS-RUN-REJEITADOS TO RN-REJEITADOS.
               MOVE WS-RUN-GRAVADOS   TO RN-GRAVADOS.
               EVALUATE WS-CODIGO-RETORNO
                   WHEN 0
                       MOVE "OK" TO RN-STATUS
                   WHEN 4
                   WHEN OTHER
                       MOVE "ERRO" TO RN-STATUS
               END-EVALUATE.
               IF KL-LOTE-RECUSADO
                   MOVE "CONTROLE" TO RN-STATUS
               END-IF.
               WRITE RUN-CONTROLE-REG.
               CLOSE RUN-CONTROLE.
