               SELECT ENTREVISTA ASSIGN TO "ENTREV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EN-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.
               SELECT EMPRESA-MASTER ASSIGN TO "EMPRMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EP-CODIGO
                   FILE STATUS IS WS-EP-STATUS.
               SELECT VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VG-STATUS.
               SELECT HONORARIO ASSIGN TO "HONORAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HR-STATUS.
               SELECT HONORARIO-SEQ ASSIGN TO "HONSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HS-STATUS.
               SELECT CANDIDATOS-MASTER ASSIGN TO "CANDMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-ID
                   ALTERNATE RECORD KEY IS CN-NOME WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CN-CODIGO WITH DUPLICATES
                   FILE STATUS IS WS-CM-STATUS.
               SELECT CONSULTOR-MASTER ASSIGN TO "CONSMST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CS-CODIGO
                   FILE STATUS IS WS-CS-STATUS.


       DATA DIVISION.
           FD  ENTREVISTA.
               COPY "ENTREV.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  EMPRESA-MASTER.
               COPY "EMPRREG.CPY".

           FD  VAGAS.
               COPY "VAGAREG.CPY".

           FD  HONORARIO.
               COPY "HONORREG.CPY".

           FD  HONORARIO-SEQ.
               COPY "HONSEQ.CPY".

           FD  CANDIDATOS-MASTER.
               COPY "CANDREG.CPY".

           FD  CONSULTOR-MASTER.
               COPY "CONSREG.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CO-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-NOVO-LOCAL        PIC X(30) VALUE SPACES.
           01 WS-FALTA-MARCADA     PIC X(01) VALUE "N".

           01 WS-EP-STATUS         PIC X(02) VALUE SPACES.
           01 WS-VG-STATUS         PIC X(02) VALUE SPACES.
           01 WS-HR-STATUS         PIC X(02) VALUE SPACES.
           01 WS-HS-STATUS         PIC X(02) VALUE SPACES.
           01 WS-CM-STATUS         PIC X(02) VALUE SPACES.
           01 WS-CS-STATUS         PIC X(02) VALUE SPACES.
           01 WS-NOVO-CONSULTOR    PIC 9(04) VALUE ZEROS.
           01 WS-CONSULTOR-VALIDO  PIC X(01) VALUE "N".
           01 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
           01 WS-DATA-INICIO       PIC 9(08) VALUE ZEROS.
           01 WS-DATA-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-DATA-BASE-GARANTIA PIC 9(08) VALUE ZEROS.
           01 WS-DIAS-TRABALHADOS  PIC 9(05) VALUE ZEROS.
           01 WS-DIAS-GARANTIA     PIC 9(03) VALUE ZEROS.
           01 WS-DESCRICAO-AUDITORIA PIC X(30) VALUE SPACES.
           01 WS-VALOR-AUDITORIA   PIC S9(11)V99 VALUE ZEROS.
           01 WS-ULTIMO-NUMERO     PIC 9(06) VALUE ZEROS.
           01 WS-HONOR-ACHOU       PIC X(01) VALUE "N".
           01 WS-HONOR-ORIGEM      PIC X(92) VALUE SPACES.

           01 WS-TABELA-VAGAS.
               02 WS-VAGA-GUARDADA OCCURS 500 TIMES PIC X(81).
           01 WS-VAGA-QTD          PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-IDX          PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-POS          PIC 9(03) VALUE ZEROS.
           01 WS-VAGA-CHEIA        PIC X(01) VALUE "N".

           COPY "SERVDATA.CPY".

           01 WS-TABELA-ENTREVISTAS.
               02 WS-ENTREV-GUARDADA OCCURS 200 TIMES PIC X(79).
           01 WS-ENTREV-QTD        PIC 9(03) VALUE ZEROS.
               02 MENSA-ALTERADA PIC X(50) VALUE
                   "COLOCACAO ATUALIZADA".
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (A-STAT/G-AGEN/F-FALTA/T-DESLIG/C-CONSULT): ".
               02 MENSA-DATA-ENTREV PIC X(50) VALUE
                   "DIGITE A DATA DA ENTREVISTA (AAAAMMDD): ".
               02 MENSA-HORA-ENTREV PIC X(50) VALUE
                   "NENHUMA ENTREVISTA MARCADA PARA A COLOCACAO".
               02 MENSA-FALTA-MARCADA PIC X(50) VALUE
                   "FALTA REGISTRADA - STATUS ALTERADO PARA D".
               02 MENSA-DATA-INICIO PIC X(50) VALUE
                   "DATA DE INICIO NO EMPREGO (AAAAMMDD): ".
               02 MENSA-DATA-DESLIGAMENTO PIC X(50) VALUE
                   "DATA DO DESLIGAMENTO (AAAAMMDD): ".
               02 MENSA-NAO-CONTRATADO PIC X(50) VALUE
                   "COLOCACAO NAO ESTA COMO CONTRATADO".
               02 MENSA-JA-DESLIGADO PIC X(50) VALUE
                   "DESLIGAMENTO JA REGISTRADO PARA A COLOCACAO".
               02 MENSA-DATA-INVALIDA PIC X(50) VALUE
                   "DATA ANTERIOR AO INICIO NO EMPREGO".
               02 MENSA-FORA-GARANTIA PIC X(50) VALUE
                   "DESLIGAMENTO REGISTRADO - FORA DA GARANTIA".
               02 MENSA-NA-GARANTIA PIC X(50) VALUE
                   "DESLIGAMENTO NA GARANTIA - CANDIDATO REATIVADO".
               02 MENSA-VAGA-REABERTA PIC X(50) VALUE
                   "VAGA REABERTA PARA REPOSICAO".
               02 MENSA-VAGA-NAO-ACHADA PIC X(50) VALUE
                   "VAGA DA COLOCACAO NAO ENCONTRADA".
               02 MENSA-TABELA-CHEIA PIC X(50) VALUE
                   "MAIS DE 500 VAGAS - VAGA NAO REABERTA".
               02 MENSA-CREDITO-EMITIDO PIC X(50) VALUE
                   "CREDITO DE HONORARIO EMITIDO: ".
               02 MENSA-COBRANCA-SUSPENSA PIC X(50) VALUE
                   "HONORARIO NAO FATURADO - COBRANCA SUSPENSA".
               02 MENSA-CONSULTOR PIC X(50) VALUE
                   "CODIGO DO CONSULTOR RESPONSAVEL: ".
               02 MENSA-CONSULTOR-ATUAL PIC X(50) VALUE
                   "CONSULTOR ATUAL: ".
               02 MENSA-CONSULTOR-INVALIDO PIC X(50) VALUE
                   "CONSULTOR NAO CADASTRADO OU INATIVO".
               02 MENSA-CONSULTOR-ALTERADO PIC X(50) VALUE
                   "CONSULTOR DA COLOCACAO ALTERADO".

           01 DATA-DO-SISTEMA.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.
                MOVE ANO TO WS-DATA-HOJE(1:4).
                MOVE MES TO WS-DATA-HOJE(5:2).
                MOVE DIA TO WS-DATA-HOJE(7:2).

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                    STOP RUN
                END-IF.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0365.

                EVALUATE WS-MODO
                    WHEN "G"
                    WHEN "F"
                    WHEN "f"
                        PERFORM MARCA-FALTA
                    WHEN "T"
                    WHEN "t"
                        PERFORM REGISTRA-DESLIGAMENTO
                    WHEN "C"
                    WHEN "c"
                        PERFORM ALTERA-CONSULTOR
                    WHEN OTHER
                        PERFORM ATUALIZA-STATUS
                END-EVALUATE.

                CLOSE COLOCACAO-MASTER.
                STOP RUN.

           ATUALIZA-STATUS.
                   END-IF
               END-PERFORM.

               IF WS-NOVO-STATUS = "C"
                   MOVE ZEROS TO WS-DATA-INICIO
                   DISPLAY MENSA-DATA-INICIO AT 1315
                   ACCEPT WS-DATA-INICIO AT 1354
                   IF WS-DATA-INICIO = ZEROS
                       MOVE WS-DATA-HOJE TO WS-DATA-INICIO
                   END-IF
                   MOVE WS-DATA-INICIO TO CO-DATA-INICIO
                   MOVE ZEROS TO CO-DATA-DESLIGAMENTO
                   MOVE "N"   TO CO-GARANTIA
               END-IF.

               IF CO-CONSULTOR NOT NUMERIC
                   MOVE ZEROS TO CO-CONSULTOR
               END-IF.
               IF (WS-NOVO-STATUS = "E" OR WS-NOVO-STATUS = "C")
                       AND CO-CONSULTOR = ZEROS
                   MOVE ZEROS TO WS-NOVO-CONSULTOR
                   DISPLAY MENSA-CONSULTOR AT 1415
                   ACCEPT WS-NOVO-CONSULTOR AT 1449
                   PERFORM VALIDA-CONSULTOR
                   IF WS-CONSULTOR-VALIDO = "N"
                       DISPLAY MENSA-CONSULTOR-INVALIDO AT 1515
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NOVO-CONSULTOR TO CO-CONSULTOR
               END-IF.

               MOVE WS-NOVO-STATUS TO CO-STATUS.
               MOVE ANO TO CO-ANO.
               MOVE MES TO CO-MES.
               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-FALTA-MARCADA AT 1315.

           REGISTRA-DESLIGAMENTO.
               PERFORM LOCALIZA-COLOCACAO.
               IF WS-CO-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.

               MOVE CO-EMPRESA        TO LC-EMPRESA.
               MOVE CO-CANDIDATO-NOME TO LC-NOME.
               MOVE CO-STATUS         TO LC-STATUS.
               DISPLAY LINHA-COLOCACAO AT 0915.

               IF NOT CO-CONTRATADO
                   DISPLAY MENSA-NAO-CONTRATADO AT 1115
                   EXIT PARAGRAPH
               END-IF.
               IF CO-DATA-DESLIGAMENTO NOT NUMERIC
                   MOVE ZEROS TO CO-DATA-DESLIGAMENTO
               END-IF.
               IF CO-DATA-DESLIGAMENTO > ZEROS
                   DISPLAY MENSA-JA-DESLIGADO AT 1115
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-DATA-DESLIGAMENTO.
               DISPLAY MENSA-DATA-DESLIGAMENTO AT 1115.
               ACCEPT WS-DATA-DESLIGAMENTO AT 1149.
               IF WS-DATA-DESLIGAMENTO = ZEROS
                   MOVE WS-DATA-HOJE TO WS-DATA-DESLIGAMENTO
               END-IF.

               IF CO-DATA-INICIO NUMERIC AND CO-DATA-INICIO > ZEROS
                   MOVE CO-DATA-INICIO TO WS-DATA-BASE-GARANTIA
               ELSE
                   MOVE CO-DATA-CASAMENTO TO WS-DATA-BASE-GARANTIA
               END-IF.
               IF WS-DATA-DESLIGAMENTO < WS-DATA-BASE-GARANTIA
                   DISPLAY MENSA-DATA-INVALIDA AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE "D" TO SD-FUNCAO.
               MOVE WS-DATA-BASE-GARANTIA TO SD-DATA1.
               MOVE WS-DATA-DESLIGAMENTO  TO SD-DATA2.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               IF SD-RETORNO NOT = "0" OR SD-DIAS < 0
                   MOVE ZEROS TO WS-DIAS-TRABALHADOS
               ELSE
                   MOVE SD-DIAS TO WS-DIAS-TRABALHADOS
               END-IF.
               PERFORM CARREGA-GARANTIA-EMPRESA.

               MOVE WS-DATA-DESLIGAMENTO TO CO-DATA-DESLIGAMENTO.
               IF WS-DIAS-GARANTIA = ZEROS
                       OR WS-DIAS-TRABALHADOS > WS-DIAS-GARANTIA
                   REWRITE COLOCACAO-MASTER-REG
                   MOVE "DESLIGAMENTO FORA GARANTIA"
                       TO WS-DESCRICAO-AUDITORIA
                   MOVE WS-DIAS-TRABALHADOS TO WS-VALOR-AUDITORIA
                   PERFORM GRAVA-AUDITORIA-EVENTO
                   DISPLAY MENSA-FORA-GARANTIA AT 1315
                   EXIT PARAGRAPH
               END-IF.

               MOVE "S" TO CO-GARANTIA.
               REWRITE COLOCACAO-MASTER-REG.
               MOVE "DESLIGAMENTO NA GARANTIA"
                   TO WS-DESCRICAO-AUDITORIA.
               MOVE WS-DIAS-TRABALHADOS TO WS-VALOR-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-EVENTO.

               PERFORM REABRE-VAGA.
               PERFORM CREDITA-HONORARIO.
               PERFORM REATIVA-CANDIDATO.
               DISPLAY MENSA-NA-GARANTIA AT 1915.

           ALTERA-CONSULTOR.
               PERFORM LOCALIZA-COLOCACAO.
               IF WS-CO-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.

               MOVE CO-EMPRESA        TO LC-EMPRESA.
               MOVE CO-CANDIDATO-NOME TO LC-NOME.
               MOVE CO-STATUS         TO LC-STATUS.
               DISPLAY LINHA-COLOCACAO AT 0915.

               IF CO-CONSULTOR NOT NUMERIC
                   MOVE ZEROS TO CO-CONSULTOR
               END-IF.
               DISPLAY MENSA-CONSULTOR-ATUAL AT 1115.
               DISPLAY CO-CONSULTOR AT 1132.

               MOVE ZEROS TO WS-NOVO-CONSULTOR.
               DISPLAY MENSA-CONSULTOR AT 1315.
               ACCEPT WS-NOVO-CONSULTOR AT 1349.
               PERFORM VALIDA-CONSULTOR.
               IF WS-CONSULTOR-VALIDO = "N"
                   DISPLAY MENSA-CONSULTOR-INVALIDO AT 1515
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-NOVO-CONSULTOR TO CO-CONSULTOR.
               REWRITE COLOCACAO-MASTER-REG.
               MOVE "CONSULTOR DA COLOCACAO" TO WS-DESCRICAO-AUDITORIA.
               MOVE CO-CONSULTOR TO WS-VALOR-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-EVENTO.
               DISPLAY MENSA-CONSULTOR-ALTERADO AT 1515.

           VALIDA-CONSULTOR.
               MOVE "N" TO WS-CONSULTOR-VALIDO.
               IF WS-NOVO-CONSULTOR = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT CONSULTOR-MASTER.
               IF WS-CS-STATUS NOT = "00" AND WS-CS-STATUS NOT = "05"
                   CLOSE CONSULTOR-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-NOVO-CONSULTOR TO CS-CODIGO.
               READ CONSULTOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-E-ATIVO
                           MOVE "S" TO WS-CONSULTOR-VALIDO
                       END-IF
               END-READ.
               CLOSE CONSULTOR-MASTER.

           CARREGA-GARANTIA-EMPRESA.
               MOVE ZEROS TO WS-DIAS-GARANTIA.
               IF CO-EMPRESA-CODIGO NOT NUMERIC
                       OR CO-EMPRESA-CODIGO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT EMPRESA-MASTER.
               IF WS-EP-STATUS NOT = "00" AND WS-EP-STATUS NOT = "05"
                   CLOSE EMPRESA-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE CO-EMPRESA-CODIGO TO EP-CODIGO.
               READ EMPRESA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EP-DIAS-GARANTIA NUMERIC
                           MOVE EP-DIAS-GARANTIA TO WS-DIAS-GARANTIA
                       END-IF
               END-READ.
               CLOSE EMPRESA-MASTER.

           REABRE-VAGA.
               PERFORM CARREGA-VAGAS.
               IF WS-VAGA-CHEIA = "S"
                   DISPLAY MENSA-TABELA-CHEIA AT 1515
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZEROS TO WS-VAGA-POS.
               PERFORM VARYING WS-VAGA-IDX FROM 1 BY 1
                       UNTIL WS-VAGA-IDX > WS-VAGA-QTD
                   MOVE WS-VAGA-GUARDADA (WS-VAGA-IDX) TO VAGAS-REG
                   IF CO-VAGA-NUMERO NUMERIC
                           AND CO-VAGA-NUMERO > ZEROS
                       IF VG-NUMERO = CO-VAGA-NUMERO
                           MOVE WS-VAGA-IDX TO WS-VAGA-POS
                       END-IF
                   ELSE
                       IF VG-EMPRESA = CO-EMPRESA
                               AND VG-CODIGO = CO-CODIGO
                               AND NOT VG-CANCELADA
                           MOVE WS-VAGA-IDX TO WS-VAGA-POS
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-VAGA-POS = ZEROS
                   DISPLAY MENSA-VAGA-NAO-ACHADA AT 1515
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-VAGA-GUARDADA (WS-VAGA-POS) TO VAGAS-REG.
               MOVE "R" TO VG-STATUS.
               MOVE "REPOSICAO GARANTIA" TO VG-MOTIVO.
               MOVE ANO TO VG-ANO.
               MOVE MES TO VG-MES.
               MOVE DIA TO VG-DIA.
               MOVE VAGAS-REG TO WS-VAGA-GUARDADA (WS-VAGA-POS).
               PERFORM REGRAVA-VAGAS.

               MOVE "VAGA REABERTA - GARANTIA"
                   TO WS-DESCRICAO-AUDITORIA.
               MOVE VG-NUMERO TO WS-VALOR-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-EVENTO.
               DISPLAY MENSA-VAGA-REABERTA AT 1515.

           CARREGA-VAGAS.
               MOVE ZEROS TO WS-VAGA-QTD.
               MOVE "N"   TO WS-VAGA-CHEIA.
               OPEN INPUT VAGAS.
               IF WS-VG-STATUS NOT = "00"
                   CLOSE VAGAS
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-VAGA-QTD < 500
                               ADD 1 TO WS-VAGA-QTD
                               MOVE VAGAS-REG TO
                                   WS-VAGA-GUARDADA (WS-VAGA-QTD)
                           ELSE
                               MOVE "S" TO WS-VAGA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE VAGAS.
               MOVE "N" TO WS-FIM-ARQUIVO.

           REGRAVA-VAGAS.
               OPEN OUTPUT VAGAS.
               PERFORM VARYING WS-VAGA-IDX FROM 1 BY 1
                       UNTIL WS-VAGA-IDX > WS-VAGA-QTD
                   MOVE WS-VAGA-GUARDADA (WS-VAGA-IDX) TO VAGAS-REG
                   WRITE VAGAS-REG
               END-PERFORM.
               CLOSE VAGAS.

           CREDITA-HONORARIO.
               IF NOT CO-E-FATURADO
                   DISPLAY MENSA-COBRANCA-SUSPENSA AT 1715
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-HONOR-ACHOU.
               OPEN INPUT HONORARIO.
               IF WS-HR-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ HONORARIO
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF HR-EMPRESA = CO-EMPRESA
                                       AND HR-CANDIDATO-ID =
                                           CO-CANDIDATO-ID
                                       AND NOT HR-E-CREDITO
                                   MOVE "S" TO WS-HONOR-ACHOU
                                   MOVE HONORARIO-REG
                                       TO WS-HONOR-ORIGEM
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-FIM-ARQUIVO
               END-IF.
               CLOSE HONORARIO.
               IF WS-HONOR-ACHOU = "N"
                   DISPLAY MENSA-COBRANCA-SUSPENSA AT 1715
                   EXIT PARAGRAPH
               END-IF.

               PERFORM OBTEM-PROXIMO-HONORARIO.
               OPEN EXTEND HONORARIO.
               IF WS-HR-STATUS = "35"
                   OPEN OUTPUT HONORARIO
                   CLOSE HONORARIO
                   OPEN EXTEND HONORARIO
               END-IF.
               MOVE WS-HONOR-ORIGEM   TO HONORARIO-REG.
               MOVE HR-NUMERO         TO HR-NUMERO-ORIGEM.
               MOVE WS-ULTIMO-NUMERO  TO HR-NUMERO.
               MOVE WS-DATA-HOJE      TO HR-DATA-EMISSAO.
               MOVE ZEROS             TO HR-DATA-PAGAMENTO.
               MOVE "A"               TO HR-STATUS.
               MOVE "C"               TO HR-TIPO.
               WRITE HONORARIO-REG.
               CLOSE HONORARIO.

               MOVE "CREDITO DE GARANTIA" TO WS-DESCRICAO-AUDITORIA.
               MOVE HR-VALOR TO WS-VALOR-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-EVENTO.
               DISPLAY MENSA-CREDITO-EMITIDO AT 1715.
               DISPLAY HR-NUMERO AT 1746.

           OBTEM-PROXIMO-HONORARIO.
               MOVE ZEROS TO WS-ULTIMO-NUMERO.
               OPEN INPUT HONORARIO-SEQ.
               IF WS-HS-STATUS = "00"
                   READ HONORARIO-SEQ
                       NOT AT END
                           MOVE HS-ULTIMO-NUMERO TO WS-ULTIMO-NUMERO
                   END-READ
                   CLOSE HONORARIO-SEQ
               ELSE
                   CLOSE HONORARIO-SEQ
               END-IF.
               ADD 1 TO WS-ULTIMO-NUMERO.
               OPEN OUTPUT HONORARIO-SEQ.
               MOVE WS-ULTIMO-NUMERO TO HS-ULTIMO-NUMERO.
               WRITE HONORARIO-SEQ-REG.
               CLOSE HONORARIO-SEQ.

           REATIVA-CANDIDATO.
               OPEN I-O CANDIDATOS-MASTER.
               IF WS-CM-STATUS NOT = "00"
                   CLOSE CANDIDATOS-MASTER
                   EXIT PARAGRAPH
               END-IF.
               MOVE CO-CANDIDATO-ID TO CN-ID.
               READ CANDIDATOS-MASTER
                   INVALID KEY
                       CLOSE CANDIDATOS-MASTER
                       EXIT PARAGRAPH
               END-READ.
               MOVE "A" TO CN-STATUS.
               REWRITE CANDIDATOS-MASTER-REG.
               CLOSE CANDIDATOS-MASTER.

               MOVE "CANDIDATO REATIVADO" TO WS-DESCRICAO-AUDITORIA.
               MOVE CO-CANDIDATO-ID TO WS-VALOR-AUDITORIA.
               PERFORM GRAVA-AUDITORIA-EVENTO.

           CARREGA-ENTREVISTAS.
               MOVE ZEROS TO WS-ENTREV-QTD.
               MOVE "N"   TO WS-ENTREV-CHEIA.
               MOVE "ENTREVISTA AGENDADA"   TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "STATUS DE COLOCACAO"   TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           GRAVA-AUDITORIA-EVENTO.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-COLOCACAO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE CO-CHAVE          TO AJ-CHAVE.
               MOVE WS-VALOR-AUDITORIA TO AJ-VALOR.
               MOVE WS-DESCRICAO-AUDITORIA TO AJ-DESCRICAO.
               PERFORM CARREGA-OPERADOR
               MOVE WS-OPERADOR TO AJ-OPERADOR
               CALL "ENCADEAMENTO-DE-AUDITORIA" USING
                   AUDITORIA-REG.

           CARREGA-OPERADOR.
               IF WS-OPERADOR-CARREGADO = "S"
