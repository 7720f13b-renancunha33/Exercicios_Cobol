                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GR-CHAVE
                   FILE STATUS IS WS-GR-STATUS.
               SELECT APROVEITAMENTO ASSIGN TO "APROVEIT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WS-AP-STATUS.
               SELECT FALTAS ASSIGN TO "FALTAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FA-STATUS.
               SELECT MENSALIDADE ASSIGN TO "MENSALID.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MS-STATUS.
               SELECT HISTORICO-IMPRESSO ASSIGN TO WS-NOME-HISTORICO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HI-STATUS.
           FD  GRADES-MASTER.
               COPY "GRADEREG.CPY".

           FD  APROVEITAMENTO.
               COPY "APROVEIT.CPY".

           FD  FALTAS.
               COPY "FALTAS.CPY".

           FD  MENSALIDADE.
               COPY "MENSALID.CPY".

           FD  HISTORICO-IMPRESSO.
           01 HISTORICO-IMPRESSO-REG  PIC X(100).

           01 WS-AL-STATUS    PIC X(02) VALUE SPACES.
           01 WS-GR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-FA-STATUS    PIC X(02) VALUE SPACES.
           01 WS-AP-STATUS    PIC X(02) VALUE SPACES.
           01 WS-QTD-APROVEITADAS PIC 9(03) VALUE ZEROS.
           01 WS-HI-STATUS    PIC X(02) VALUE SPACES.
           01 WS-MS-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           01 WS-PARCELAS-VENCIDAS PIC 9(03) VALUE ZEROS.
           01 WS-VALOR-VENCIDO PIC 9(09)V99 VALUE ZEROS.
           01 LINHA-BLOQUEIO.
               02 FILLER         PIC X(20) VALUE
                   "PARCELAS VENCIDAS: ".
               02 LB-PARCELAS    PIC ZZ9.
               02 FILLER         PIC X(10) VALUE "  VALOR: ".
               02 LB-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           01 WS-FIM-ARQUIVO  PIC X(01) VALUE "N".
           01 WS-NOME-HISTORICO PIC X(30) VALUE SPACES.

                   03 HT-SITUACAO     PIC X(20).
                   03 HT-RECUPERACAO  PIC X(01).
                   03 HT-FALTAS       PIC 9(03).
                   03 HT-APROVEITADO  PIC X(01).
                   03 HT-INSTITUICAO  PIC X(40).
           01 WS-HT-QTD       PIC 9(03) VALUE ZEROS.
           01 WS-HT-IDX       PIC 9(03) VALUE ZEROS.
           01 WS-HT-J         PIC 9(03) VALUE ZEROS.
           01 WS-HT-CHEIA     PIC X(01) VALUE "N".
           01 WS-HT-TROCA     PIC X(96).

           01 WS-PERIODO-ATUAL PIC X(06) VALUE SPACES.
           01 WS-SOMA-PERIODO  PIC 9(06)V99 VALUE ZEROS.
           01 LINHA-TOTAL.
               02 FILLER   PIC X(28) VALUE "TURMAS CURSADAS:".
               02 LT-TURMAS         PIC ZZZZZ9.
           01 LINHA-TOTAL-APROVEITADAS.
               02 FILLER   PIC X(28) VALUE "TURMAS APROVEITADAS:".
               02 LT-APROVEITADAS   PIC ZZZZZ9.
           01 LINHA-ORIGEM.
               02 FILLER         PIC X(12) VALUE SPACES.
               02 FILLER         PIC X(18) VALUE
                   "TRANSFERIDA DE:   ".
               02 LO-INSTITUICAO PIC X(40).

           01 MENSAGENS-DE-TELA.
               02 MENSA-MATRICULA PIC X(50) VALUE
                   "MATRICULA NAO CADASTRADA".
               02 MENSA-SEM-NOTAS PIC X(50) VALUE
                   "NENHUM RESULTADO REGISTRADO PARA O ALUNO".
               02 MENSA-BLOQUEADO PIC X(50) VALUE
                   "EMISSAO BLOQUEADA - MENSALIDADES EM ATRASO".

           01 DATA-DO-SISTEMA.

                        STOP RUN
                END-READ.

                PERFORM VERIFICA-MENSALIDADES.
                IF WS-PARCELAS-VENCIDAS > ZEROS
                    DISPLAY MENSA-BLOQUEADO AT 0715
                    MOVE WS-PARCELAS-VENCIDAS TO LB-PARCELAS
                    MOVE WS-VALOR-VENCIDO     TO LB-VALOR
                    DISPLAY LINHA-BLOQUEIO AT 0915
                    CLOSE ALUNOS-MASTER
                    STOP RUN
                END-IF.

                PERFORM COLETA-RESULTADOS.
                PERFORM COLETA-APROVEITAMENTOS.
                IF WS-HT-QTD = ZEROS
                    DISPLAY MENSA-SEM-NOTAS AT 0715
                    CLOSE ALUNOS-MASTER
               MOVE GR-SITUACAO    TO HT-SITUACAO (WS-HT-QTD).
               MOVE GR-RECUPERACAO TO HT-RECUPERACAO (WS-HT-QTD).
               MOVE ZEROS          TO HT-FALTAS (WS-HT-QTD).
               MOVE "N"            TO HT-APROVEITADO (WS-HT-QTD).
               MOVE SPACES         TO HT-INSTITUICAO (WS-HT-QTD).

           COLETA-APROVEITAMENTOS.
               OPEN INPUT APROVEITAMENTO.
               IF WS-AP-STATUS NOT = "00" AND WS-AP-STATUS NOT = "05"
                   CLOSE APROVEITAMENTO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-PESQUISA-MATRICULA TO AP-MATRICULA.
               MOVE LOW-VALUES TO AP-CODTURMA.
               START APROVEITAMENTO KEY IS >= AP-CHAVE
                   INVALID KEY
                       CLOSE APROVEITAMENTO
                       EXIT PARAGRAPH
               END-START.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ APROVEITAMENTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AP-MATRICULA NOT = WS-PESQUISA-MATRICULA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               IF AP-APROVADO
                                   PERFORM GUARDA-APROVEITAMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE APROVEITAMENTO.
               MOVE "N" TO WS-FIM-ARQUIVO.

           GUARDA-APROVEITAMENTO.
               IF WS-HT-QTD >= 100
                   MOVE "S" TO WS-HT-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-HT-QTD.
               ADD 1 TO WS-QTD-APROVEITADAS.
               IF AP-PERIODO-ORIGEM = SPACES
                   MOVE "APROV." TO HT-PERIODO (WS-HT-QTD)
               ELSE
                   MOVE AP-PERIODO-ORIGEM TO HT-PERIODO (WS-HT-QTD)
               END-IF.
               MOVE AP-CODTURMA    TO HT-CODTURMA (WS-HT-QTD).
               MOVE ZEROS          TO HT-NOTA1 (WS-HT-QTD).
               MOVE ZEROS          TO HT-NOTA2 (WS-HT-QTD).
               MOVE ZEROS          TO HT-NOTA3 (WS-HT-QTD).
               MOVE AP-NOTA        TO HT-MEDIA (WS-HT-QTD).
               MOVE SPACE          TO HT-CONCEITO (WS-HT-QTD).
               MOVE "APROVEITAMENTO" TO HT-SITUACAO (WS-HT-QTD).
               MOVE SPACE          TO HT-RECUPERACAO (WS-HT-QTD).
               MOVE ZEROS          TO HT-FALTAS (WS-HT-QTD).
               MOVE "S"            TO HT-APROVEITADO (WS-HT-QTD).
               MOVE AP-INSTITUICAO TO HT-INSTITUICAO (WS-HT-QTD).

           VERIFICA-MENSALIDADES.
               MOVE ANO TO WS-DATA-HOJE(1:4).
               MOVE MES TO WS-DATA-HOJE(5:2).
               MOVE DIA TO WS-DATA-HOJE(7:2).
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
                           IF MS-MATRICULA = WS-PESQUISA-MATRICULA
                                   AND MS-ABERTA
                                   AND MS-SALDO > ZEROS
                                   AND MS-DATA-VENCIMENTO < WS-DATA-HOJE
                               ADD 1 TO WS-PARCELAS-VENCIDAS
                               ADD MS-SALDO TO WS-VALOR-VENCIDO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MENSALIDADE.
               MOVE "N" TO WS-FIM-ARQUIVO.

           CARREGA-FALTAS.
               OPEN INPUT FALTAS.
                       UNTIL WS-HT-IDX > WS-HT-QTD
                   IF HT-CODTURMA (WS-HT-IDX) = FA-CODTURMA
                           AND HT-PERIODO (WS-HT-IDX) = FA-PERIODO
                           AND HT-APROVEITADO (WS-HT-IDX) NOT = "S"
                       MOVE FA-FALTAS TO HT-FALTAS (WS-HT-IDX)
                   END-IF
               END-PERFORM.
               MOVE WS-HT-QTD TO LT-TURMAS.
               MOVE LINHA-TOTAL TO HISTORICO-IMPRESSO-REG.
               WRITE HISTORICO-IMPRESSO-REG.
               IF WS-QTD-APROVEITADAS > ZEROS
                   MOVE WS-QTD-APROVEITADAS TO LT-APROVEITADAS
                   MOVE LINHA-TOTAL-APROVEITADAS
                       TO HISTORICO-IMPRESSO-REG
                   WRITE HISTORICO-IMPRESSO-REG
               END-IF.

               CLOSE HISTORICO-IMPRESSO.

                   MOVE SPACES TO LD-RECUPERACAO
               END-IF.
               MOVE HT-FALTAS (WS-HT-IDX)   TO LD-FALTAS.
               IF HT-APROVEITADO (WS-HT-IDX) = "S"
                   MOVE "TRF"  TO LD-RECUPERACAO
               END-IF.
               MOVE LINHA-DETALHE TO HISTORICO-IMPRESSO-REG.
               IF HT-APROVEITADO (WS-HT-IDX) = "S"
                   MOVE SPACES TO HISTORICO-IMPRESSO-REG(13:19)
               END-IF.
               WRITE HISTORICO-IMPRESSO-REG.
               IF HT-APROVEITADO (WS-HT-IDX) = "S"
                   MOVE HT-INSTITUICAO (WS-HT-IDX) TO LO-INSTITUICAO
                   MOVE LINHA-ORIGEM TO HISTORICO-IMPRESSO-REG
                   WRITE HISTORICO-IMPRESSO-REG
               END-IF.

               ADD HT-MEDIA (WS-HT-IDX) TO WS-SOMA-PERIODO.
               ADD 1 TO WS-QTD-PERIODO.
