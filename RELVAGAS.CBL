                 SELECT CANDIDATO-HABILIDADE ASSIGN TO "CANDHAB.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CH-STATUS.
                 SELECT CANDIDATO-HISTORICO ASSIGN TO "CANDHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HC-STATUS.
                 SELECT RUN-CONTROLE ASSIGN TO "RUNCTL.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RN-STATUS.
           FD  CANDIDATO-HABILIDADE.
               COPY "CANDHAB.CPY".

           FD  CANDIDATO-HISTORICO.
               COPY "CANDHIST.CPY".

           FD  RUN-CONTROLE.
               COPY "RUNCTL.CPY".

           01 WS-HB-IDX        PIC 9(03) VALUE ZEROS.
           01 WS-HB-CHEIA      PIC X(01) VALUE "N".
           01 WS-JA-NA-LISTA   PIC X(01) VALUE "N".

           01 WS-HC-STATUS     PIC X(02) VALUE SPACES.
           01 WS-HC-FIM        PIC X(01) VALUE "N".
           01 WS-HISTORICOS.
               02 WS-HIST-ENTRY OCCURS 2000 TIMES.
                   03 HI-CANDIDATO-ID PIC 9(06).
                   03 HI-TIPO         PIC X(01).
                   03 HI-CODIGO       PIC 9(01).
                   03 HI-ESCOLARIDADE PIC 9(01).
                   03 HI-MESES        PIC 9(04).
           01 WS-HI-QTD        PIC 9(04) VALUE ZEROS.
           01 WS-HI-IDX        PIC 9(04) VALUE ZEROS.
           01 WS-HI-CHEIA      PIC X(01) VALUE "N".
           01 WS-HI-INICIO-DATA PIC 9(08) VALUE ZEROS.
           01 WS-HI-INICIO-PARTES REDEFINES WS-HI-INICIO-DATA.
               02 WS-HI-INICIO-ANO PIC 9(04).
               02 WS-HI-INICIO-MES PIC 9(02).
               02 FILLER           PIC 9(02).
           01 WS-HI-FIM-DATA   PIC 9(08) VALUE ZEROS.
           01 WS-HI-FIM-PARTES REDEFINES WS-HI-FIM-DATA.
               02 WS-HI-FIM-ANO    PIC 9(04).
               02 WS-HI-FIM-MES    PIC 9(02).
               02 FILLER           PIC 9(02).
           01 WS-HI-MESES      PIC S9(05) VALUE ZEROS.
           01 WS-REQUISITOS-OK PIC X(01) VALUE "S".
           01 WS-CAND-MESES    PIC 9(04) VALUE ZEROS.
           01 WS-CAND-ESCOLARIDADE PIC 9(01) VALUE ZEROS.
           01 WS-VAGA-EXP-MINIMA PIC 9(02) VALUE ZEROS.
           01 WS-VAGA-ESC-MINIMA PIC 9(01) VALUE ZEROS.
           01 WS-EXCLUIDOS-VAGA PIC 9(04) VALUE ZEROS.
           01 WS-TOTAL-EXCLUIDOS PIC 9(06) VALUE ZEROS.
           01 WS-SL-K          PIC 9(01) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
                   03 SL-ID        PIC 9(06).
                   03 SL-NOME      PIC X(40).
                   03 SL-SALARIO   PIC 9(06)V99.
                   03 SL-MESES     PIC 9(04).
                   03 SL-ESCOLARIDADE PIC 9(01).
           01 WS-SL-QTD        PIC 9(01) VALUE ZEROS.
           01 WS-SL-I          PIC 9(01) VALUE ZEROS.
           01 WS-SL-J          PIC 9(01) VALUE ZEROS.
               02 WS-TROCA-ID      PIC 9(06).
               02 WS-TROCA-NOME    PIC X(40).
               02 WS-TROCA-SALARIO PIC 9(06)V99.
               02 WS-TROCA-MESES   PIC 9(04).
               02 WS-TROCA-ESCOLARIDADE PIC 9(01).
           01 WS-EXP-ANOS      PIC 9(03) VALUE ZEROS.
           01 WS-EXP-MESES     PIC 9(02) VALUE ZEROS.

           01 LINHA-CABECALHO1  PIC X(60) VALUE
               "RELATORIO DE CASAMENTO VAGA X CANDIDATO".
               02 LV-CODIGO     PIC 9(01).
               02 FILLER        PIC X(02) VALUE SPACES.
               02 LV-SALARIO    PIC ZZZZZ9,99.
               02 FILLER        PIC X(11) VALUE "  EXP MIN: ".
               02 LV-EXP-MINIMA PIC Z9.
               02 FILLER        PIC X(11) VALUE "  ESC MIN: ".
               02 LV-ESC-MINIMA PIC 9(01).
           01 LINHA-CANDIDATO.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "CANDIDATO: ".
               02 LC-NOME       PIC X(40).
               02 FILLER        PIC X(02) VALUE SPACES.
               02 LC-SALARIO    PIC ZZZZZ9,99.
               02 FILLER        PIC X(07) VALUE "  EXP: ".
               02 LC-ANOS       PIC ZZ9.
               02 FILLER        PIC X(02) VALUE "A ".
               02 LC-MESES      PIC Z9.
               02 FILLER        PIC X(08) VALUE "M  ESC: ".
               02 LC-ESCOLARIDADE PIC 9(01).
           01 LINHA-EXCLUIDOS.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(37) VALUE
                   "CANDIDATOS ABAIXO DOS REQUISITOS:".
               02 LX-EXCLUIDOS  PIC ZZZ9.
           01 LINHA-SEM-CANDIDATO PIC X(40) VALUE
               "          NENHUM CANDIDATO COMPATIVEL".
           01 LINHA-VAGA-PREENCHIDA PIC X(40) VALUE
           01 LINHA-TOTAL2.
               02 FILLER   PIC X(20) VALUE "TOTAL DE CASAMENTOS:".
               02 LT-CASAMENTOS     PIC ZZZZZ9.
           01 LINHA-TOTAL3.
               02 FILLER   PIC X(34) VALUE
                   "TOTAL EXCLUIDOS POR REQUISITO:".
               02 LT-EXCLUIDOS      PIC ZZZZZ9.

       PROCEDURE DIVISION.

               END-IF.

               PERFORM CARREGA-HABILIDADES.
               PERFORM CARREGA-HISTORICOS.

               DISPLAY LINHA-CABECALHO1.

               DISPLAY LINHA-TOTAL2
               MOVE LINHA-TOTAL2 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
               MOVE WS-TOTAL-EXCLUIDOS TO LT-EXCLUIDOS.
               DISPLAY LINHA-TOTAL3
               MOVE LINHA-TOTAL3 TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

               CLOSE VAGAS.
               CLOSE CANDIDATOS-MASTER.
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-TOTAL-VAGAS.
               MOVE ZEROS TO WS-VAGA-EXP-MINIMA.
               MOVE ZEROS TO WS-VAGA-ESC-MINIMA.
               IF VG-EXPERIENCIA-MINIMA NUMERIC
                   MOVE VG-EXPERIENCIA-MINIMA TO WS-VAGA-EXP-MINIMA
               END-IF.
               IF VG-ESCOLARIDADE-MINIMA NUMERIC
                   MOVE VG-ESCOLARIDADE-MINIMA TO WS-VAGA-ESC-MINIMA
               END-IF.
               MOVE ZEROS TO WS-EXCLUIDOS-VAGA.
               MOVE VG-EMPRESA TO LV-EMPRESA.
               MOVE VG-CODIGO  TO LV-CODIGO.
               MOVE VG-SALARIO TO LV-SALARIO.
               MOVE WS-VAGA-EXP-MINIMA TO LV-EXP-MINIMA.
               MOVE WS-VAGA-ESC-MINIMA TO LV-ESC-MINIMA.
               DISPLAY LINHA-VAGA
               MOVE LINHA-VAGA TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.

               PERFORM PROCURA-HABILIDADES-SECUNDARIAS.

               IF WS-EXCLUIDOS-VAGA > ZEROS
                   ADD WS-EXCLUIDOS-VAGA TO WS-TOTAL-EXCLUIDOS
                   MOVE WS-EXCLUIDOS-VAGA TO LX-EXCLUIDOS
                   DISPLAY LINHA-EXCLUIDOS
                   MOVE LINHA-EXCLUIDOS TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF.

               IF WS-SL-QTD = ZEROS
                   DISPLAY LINHA-SEM-CANDIDATO
                   MOVE LINHA-SEM-CANDIDATO TO WS-LINHA-IMPRESSA
                   ADD 1 TO WS-TOTAL-CASAMENTOS
                   MOVE SL-NOME (WS-SL-I)    TO LC-NOME
                   MOVE SL-SALARIO (WS-SL-I) TO LC-SALARIO
                   DIVIDE SL-MESES (WS-SL-I) BY 12
                       GIVING WS-EXP-ANOS REMAINDER WS-EXP-MESES
                   MOVE WS-EXP-ANOS  TO LC-ANOS
                   MOVE WS-EXP-MESES TO LC-MESES
                   MOVE SL-ESCOLARIDADE (WS-SL-I) TO LC-ESCOLARIDADE
                   DISPLAY LINHA-CANDIDATO
                   MOVE LINHA-CANDIDATO TO WS-LINHA-IMPRESSA
                   PERFORM IMPRIME-LINHA-RELATORIO
                   END-IF
               END-IF.

           CARREGA-HISTORICOS.
               MOVE ZEROS TO WS-HI-QTD.
               MOVE "N"   TO WS-HI-CHEIA.
               OPEN INPUT CANDIDATO-HISTORICO.
               IF WS-HC-STATUS NOT = "00"
                   CLOSE CANDIDATO-HISTORICO
                   EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-HC-FIM.
               PERFORM UNTIL WS-HC-FIM = "S"
                   READ CANDIDATO-HISTORICO
                       AT END
                           MOVE "S" TO WS-HC-FIM
                       NOT AT END
                           PERFORM GUARDA-HISTORICO
                   END-READ
               END-PERFORM.
               CLOSE CANDIDATO-HISTORICO.
               IF WS-HI-CHEIA = "S"
                   DISPLAY "MAIS DE 2000 REGISTROS DE HISTORICO -"
                       " REQUISITOS INCOMPLETOS"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           GUARDA-HISTORICO.
               IF HC-DATA-INICIO NOT NUMERIC
                       OR HC-DATA-FIM NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF.
               IF HC-FORMACAO AND HC-DATA-FIM = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF NOT HC-FORMACAO AND NOT HC-EMPREGO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-HI-QTD >= 2000
                   MOVE "S" TO WS-HI-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-HI-QTD.
               MOVE HC-CANDIDATO-ID TO HI-CANDIDATO-ID (WS-HI-QTD).
               MOVE HC-TIPO         TO HI-TIPO (WS-HI-QTD).
               MOVE HC-CODIGO       TO HI-CODIGO (WS-HI-QTD).
               MOVE HC-ESCOLARIDADE TO HI-ESCOLARIDADE (WS-HI-QTD).
               MOVE ZEROS           TO HI-MESES (WS-HI-QTD).
               IF HC-FORMACAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE HC-DATA-INICIO TO WS-HI-INICIO-DATA.
               MOVE HC-DATA-FIM    TO WS-HI-FIM-DATA.
               IF WS-HI-FIM-DATA = ZEROS
                   MOVE WS-RUN-DATA TO WS-HI-FIM-DATA
               END-IF.
               COMPUTE WS-HI-MESES =
                   (WS-HI-FIM-ANO * 12 + WS-HI-FIM-MES)
                   - (WS-HI-INICIO-ANO * 12 + WS-HI-INICIO-MES).
               IF WS-HI-MESES > ZEROS
                   MOVE WS-HI-MESES TO HI-MESES (WS-HI-QTD)
               END-IF.

           AVALIA-REQUISITOS.
               MOVE ZEROS TO WS-CAND-MESES.
               MOVE ZEROS TO WS-CAND-ESCOLARIDADE.
               PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                       UNTIL WS-HI-IDX > WS-HI-QTD
                   IF HI-CANDIDATO-ID (WS-HI-IDX) = CN-ID
                       IF HI-TIPO (WS-HI-IDX) = "E"
                               AND HI-CODIGO (WS-HI-IDX) = VG-CODIGO
                           ADD HI-MESES (WS-HI-IDX) TO WS-CAND-MESES
                       END-IF
                       IF HI-TIPO (WS-HI-IDX) = "F"
                               AND HI-ESCOLARIDADE (WS-HI-IDX) >
                                   WS-CAND-ESCOLARIDADE
                           MOVE HI-ESCOLARIDADE (WS-HI-IDX)
                               TO WS-CAND-ESCOLARIDADE
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "S" TO WS-REQUISITOS-OK.
               IF WS-CAND-MESES < WS-VAGA-EXP-MINIMA * 12
                       OR WS-CAND-ESCOLARIDADE < WS-VAGA-ESC-MINIMA
                   MOVE "N" TO WS-REQUISITOS-OK
               END-IF.

           PROCURA-HABILIDADES-SECUNDARIAS.
               PERFORM VARYING WS-HB-IDX FROM 1 BY 1
                       UNTIL WS-HB-IDX > WS-HB-QTD
               END-IF.

           CLASSIFICA-CANDIDATO.
               PERFORM AVALIA-REQUISITOS.
               IF WS-REQUISITOS-OK = "N"
                   ADD 1 TO WS-EXCLUIDOS-VAGA
                   EXIT PARAGRAPH
               END-IF.

               IF WS-SL-QTD < WS-LIMITE-SHORTLIST
                   ADD 1 TO WS-SL-QTD
                   MOVE CN-ID      TO SL-ID (WS-SL-QTD)
                   MOVE CN-NOME    TO SL-NOME (WS-SL-QTD)
                   MOVE CN-SALARIO TO SL-SALARIO (WS-SL-QTD)
                   MOVE WS-CAND-MESES TO SL-MESES (WS-SL-QTD)
                   MOVE WS-CAND-ESCOLARIDADE
                       TO SL-ESCOLARIDADE (WS-SL-QTD)
               ELSE
                   IF WS-CAND-MESES > SL-MESES (WS-LIMITE-SHORTLIST)
                       OR (WS-CAND-MESES =
                               SL-MESES (WS-LIMITE-SHORTLIST)
                           AND CN-SALARIO >
                               SL-SALARIO (WS-LIMITE-SHORTLIST))
                       MOVE CN-ID      TO SL-ID (WS-LIMITE-SHORTLIST)
                       MOVE CN-NOME    TO SL-NOME (WS-LIMITE-SHORTLIST)
                       MOVE CN-SALARIO
                           TO SL-SALARIO (WS-LIMITE-SHORTLIST)
                       MOVE WS-CAND-MESES
                           TO SL-MESES (WS-LIMITE-SHORTLIST)
                       MOVE WS-CAND-ESCOLARIDADE
                           TO SL-ESCOLARIDADE (WS-LIMITE-SHORTLIST)
                   ELSE
                       EXIT PARAGRAPH
                   END-IF

               PERFORM VARYING WS-SL-J FROM WS-SL-QTD BY -1
                       UNTIL WS-SL-J < 2
                   IF SL-MESES (WS-SL-J) > SL-MESES (WS-SL-J - 1)
                       OR (SL-MESES (WS-SL-J) = SL-MESES (WS-SL-J - 1)
                       AND SL-SALARIO (WS-SL-J) >
                           SL-SALARIO (WS-SL-J - 1))
                       MOVE WS-SHORTLIST-ENTRY (WS-SL-J)
                           TO WS-SL-TROCA
                       MOVE WS-SHORTLIST-ENTRY (WS-SL-J - 1)
                           ELSE
                               IF CO-CODIGO = VG-CODIGO
                                       AND CO-CONTRATADO
                                       AND NOT CO-GARANTIA-ACIONADA
                                   MOVE "S" TO WS-VAGA-PREENCHIDA
                                   MOVE "S" TO WS-CO-FIM
                               END-IF
               MOVE VG-EMPRESA-CODIGO TO CO-EMPRESA-CODIGO.
               MOVE "N"               TO CO-FATURADO.
               MOVE VG-NUMERO         TO CO-VAGA-NUMERO.
               MOVE ZEROS             TO CO-DATA-INICIO.
               MOVE ZEROS             TO CO-DATA-DESLIGAMENTO.
               MOVE "N"               TO CO-GARANTIA.
               MOVE ZEROS             TO CO-CONSULTOR.
               WRITE COLOCACAO-MASTER-REG
                   INVALID KEY
                       CONTINUE
