       IDENTIFICATION DIVISION.
             PROGRAM-ID. FECHAMENTO-MENSAL.
             ENVIRONMENT DIVISION.
             CONFIGURATION SECTION.
             special-names.
             decimal-point is comma.
             INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT MES-REFERENCIA ASSIGN TO "MESREF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MR-STATUS.
                 SELECT DATA-REFERENCIA ASSIGN TO "DATAREF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DR-STATUS.
                 SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OS-STATUS.
                 SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RN-STATUS.
                 SELECT DATA-PROCESSAMENTO ASSIGN TO "DATAPROC.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DP-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MES-REFERENCIA.
           01 MES-REFERENCIA-REG      PIC 9(06).

           FD  DATA-REFERENCIA.
           01 DATA-REFERENCIA-REG     PIC 9(08).

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           FD  DATA-PROCESSAMENTO.
               COPY "DATAPROC.CPY".

           WORKING-STORAGE SECTION.

           01 WS-CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
           01 WS-RN-STATUS PIC X(02) VALUE SPACES.
           01 WS-DP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DATA-PROCESSAMENTO PIC 9(08) VALUE ZEROS.
           01 WS-RUN-DATA  PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
           01 WS-RUN-HORA-INICIO PIC 9(06) VALUE ZEROS.
           01 WS-RUN-LIDOS       PIC 9(06) VALUE ZEROS.
           01 WS-RUN-ACEITOS     PIC 9(06) VALUE ZEROS.
           01 WS-RUN-REJEITADOS  PIC 9(06) VALUE ZEROS.
           01 WS-RUN-GRAVADOS    PIC 9(06) VALUE ZEROS.

           01 WS-MR-STATUS    PIC X(02) VALUE SPACES.
           01 WS-DR-STATUS    PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-PARAMETROS-FECHAMENTO.
               02 WS-MODO-FECHAMENTO PIC X(01) VALUE SPACES.
               02 WS-MES-PARAMETRO   PIC X(06) VALUE SPACES.

           01 WS-MES-FECHAMENTO PIC 9(06) VALUE ZEROS.
           01 WS-MES-PARTES REDEFINES WS-MES-FECHAMENTO.
               02 MF-ANO          PIC 9(04).
               02 MF-MES          PIC 9(02).
           01 WS-MES-PROCESSAMENTO PIC 9(06) VALUE ZEROS.
           01 WS-PRIMEIRO-DIA-SEGUINTE PIC 9(08) VALUE ZEROS.
           01 WS-ULTIMO-DIA   PIC 9(08) VALUE ZEROS.

           COPY "SERVDATA.CPY".

           COPY "PERCTL.CPY".

       PROCEDURE DIVISION.

           INICIO.
               PERFORM MARCA-INICIO-EXECUCAO.
               ACCEPT WS-PARAMETROS-FECHAMENTO.
               INSPECT WS-MODO-FECHAMENTO CONVERTING "pf" TO "PF".
               MOVE WS-RUN-DATA(1:6) TO WS-MES-PROCESSAMENTO.
               MOVE 1 TO WS-RUN-LIDOS.

               EVALUATE WS-MODO-FECHAMENTO
                   WHEN "P"
                       PERFORM PREPARA-FECHAMENTO
                   WHEN "F"
                       PERFORM FECHA-MES
                   WHEN OTHER
                       DISPLAY "MODO INVALIDO (P-PREPARA/F-FECHA): "
                           WS-MODO-FECHAMENTO
                       MOVE 8 TO WS-CODIGO-RETORNO
               END-EVALUATE.

           FIM-PROGRAMA.
               IF WS-CODIGO-RETORNO = ZEROS
                   MOVE 1 TO WS-RUN-ACEITOS
               ELSE
                   MOVE 1 TO WS-RUN-REJEITADOS
               END-IF.
               PERFORM GRAVA-RUN-CONTROLE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               STOP RUN.

           PREPARA-FECHAMENTO.
               IF WS-MES-PARAMETRO NUMERIC
                   MOVE WS-MES-PARAMETRO TO WS-MES-FECHAMENTO
               ELSE
                   MOVE "S"         TO SD-FUNCAO
                   MOVE WS-RUN-DATA TO SD-DATA1
                   MOVE -1          TO SD-DIAS
                   CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA
                   MOVE SD-DATA-RESULTADO(1:6) TO WS-MES-FECHAMENTO
               END-IF.
               PERFORM VALIDA-MES.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.

               MOVE "V" TO CM-FUNCAO.
               MOVE ZEROS TO CM-DATA.
               MOVE WS-MES-FECHAMENTO TO CM-DATA(1:6).
               MOVE "01" TO CM-DATA(7:2).
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-MES-FECHADO
                   DISPLAY "MES JA FECHADO: " WS-MES-FECHAMENTO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CALCULA-ULTIMO-DIA.

               OPEN OUTPUT MES-REFERENCIA.
               MOVE WS-MES-FECHAMENTO TO MES-REFERENCIA-REG.
               WRITE MES-REFERENCIA-REG.
               CLOSE MES-REFERENCIA.
               OPEN OUTPUT DATA-REFERENCIA.
               MOVE WS-ULTIMO-DIA TO DATA-REFERENCIA-REG.
               WRITE DATA-REFERENCIA-REG.
               CLOSE DATA-REFERENCIA.
               MOVE 2 TO WS-RUN-GRAVADOS.

               DISPLAY "FECHAMENTO PREPARADO PARA O MES: "
                   WS-MES-FECHAMENTO.
               DISPLAY "ULTIMO DIA DO MES:               "
                   WS-ULTIMO-DIA.

           FECHA-MES.
               IF WS-MES-PARAMETRO NUMERIC
                   MOVE WS-MES-PARAMETRO TO WS-MES-FECHAMENTO
               ELSE
                   PERFORM CARREGA-MES-REFERENCIA
               END-IF.
               PERFORM VALIDA-MES.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CARREGA-OPERADOR.
               MOVE "F"               TO CM-FUNCAO.
               MOVE WS-MES-FECHAMENTO TO CM-PERIODO.
               MOVE WS-RUN-DATA       TO CM-DATA.
               MOVE WS-OPERADOR       TO CM-OPERADOR.
               MOVE "FECHAMENTO MENSAL" TO CM-MOTIVO.
               CALL "CONTROLE-DE-PERIODO" USING CONTROLE-PERIODO-AREA.
               IF CM-SEM-MUDANCA
                   DISPLAY "MES JA FECHADO: " WS-MES-FECHAMENTO
                   EXIT PARAGRAPH
               END-IF.
               IF NOT CM-OK
                   DISPLAY "PERMES.DAT INDISPONIVEL - MES NAO FECHADO"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE 1 TO WS-RUN-GRAVADOS.

               PERFORM GRAVA-AUDITORIA.

               DISPLAY "MES FECHADO: " WS-MES-FECHAMENTO.

           CARREGA-MES-REFERENCIA.
               MOVE ZEROS TO WS-MES-FECHAMENTO.
               OPEN INPUT MES-REFERENCIA.
               IF WS-MR-STATUS = "00"
                   READ MES-REFERENCIA
                       NOT AT END
                           IF MES-REFERENCIA-REG NUMERIC
                               MOVE MES-REFERENCIA-REG
                                   TO WS-MES-FECHAMENTO
                           END-IF
                   END-READ
                   CLOSE MES-REFERENCIA
               ELSE
                   CLOSE MES-REFERENCIA
               END-IF.

           VALIDA-MES.
               IF WS-MES-FECHAMENTO = ZEROS
                       OR MF-MES < 01 OR MF-MES > 12
                   DISPLAY "MES DE FECHAMENTO INVALIDO: "
                       WS-MES-FECHAMENTO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-MES-FECHAMENTO NOT < WS-MES-PROCESSAMENTO
                   DISPLAY "MES AINDA EM ANDAMENTO: "
                       WS-MES-FECHAMENTO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           CALCULA-ULTIMO-DIA.
               MOVE ZEROS TO WS-PRIMEIRO-DIA-SEGUINTE.
               IF MF-MES = 12
                   COMPUTE WS-PRIMEIRO-DIA-SEGUINTE =
                       (MF-ANO + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-PRIMEIRO-DIA-SEGUINTE =
                       MF-ANO * 10000 + (MF-MES + 1) * 100 + 1
               END-IF.
               MOVE "S"                      TO SD-FUNCAO.
               MOVE WS-PRIMEIRO-DIA-SEGUINTE TO SD-DATA1.
               MOVE -1                       TO SD-DIAS.
               CALL "SERVICO-DE-DATAS" USING SERVICO-DATAS-AREA.
               MOVE SD-DATA-RESULTADO TO WS-ULTIMO-DIA.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "FECHAMENTO-MENSAL" TO AJ-PROGRAMA.
               MOVE WS-RUN-DATA(1:4)  TO AJ-ANO.
               MOVE WS-RUN-DATA(5:2)  TO AJ-MES.
               MOVE WS-RUN-DATA(7:2)  TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING "MES " WS-MES-FECHAMENTO
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE ZEROS             TO AJ-VALOR.
               MOVE "PERIODO MENSAL FECHADO" TO AJ-DESCRICAO.
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

           GRAVA-RUN-CONTROLE.
               OPEN EXTEND RUN-CONTROLE.
               IF WS-RN-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROLE
                   CLOSE RUN-CONTROLE
                   OPEN EXTEND RUN-CONTROLE
               END-IF.
               ACCEPT WS-RUN-HORA-COMPLETA FROM TIME.
               MOVE "FECHAMENTO-MENSAL" TO RN-PROGRAMA.
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
