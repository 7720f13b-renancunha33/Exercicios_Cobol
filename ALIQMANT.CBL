       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANUTENCAO-DE-ALIQUOTA-IMPOSTO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAXA-IMPOSTO ASSIGN TO "TAXAIMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TI-STATUS.
               SELECT OPERADOR-SESSAO ASSIGN TO "OPERSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OS-STATUS.


       DATA DIVISION.

           FILE SECTION.
           FD  TAXA-IMPOSTO.
               COPY "TAXAIMP.CPY".

           FD  OPERADOR-SESSAO.
               COPY "OPERSES.CPY".

           WORKING-STORAGE SECTION.

           01 WS-TI-STATUS      PIC X(02) VALUE SPACES.
           COPY "AUDITREG.CPY".
           01 WS-OS-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERADOR  PIC X(06) VALUE "LOTE".
           01 WS-OPERADOR-CARREGADO PIC X(01) VALUE "N".
           01 WS-MODO           PIC X(01) VALUE "L".
           01 WS-FIM-ARQUIVO    PIC X(01) VALUE "N".
           01 WS-HORA-DO-SISTEMA.
               02 WS-HH PIC 9(02).
               02 WS-MN PIC 9(02).
               02 WS-SG PIC 9(02).
               02 WS-CC PIC 9(02).

           01 WS-NOVA-CATEGORIA PIC X(10) VALUE SPACES.
           01 WS-NOVA-ICMS      PIC 9(02)V99 VALUE ZEROS.
           01 WS-NOVA-IPI       PIC 9(02)V99 VALUE ZEROS.
           01 WS-NOVA-VIGENCIA  PIC 9(08) VALUE ZEROS.
           01 WS-TOTAL-ALIQUOTAS PIC 9(06) VALUE ZEROS.
           01 WS-VALOR-AUDITORIA PIC S9(11)V99 VALUE ZEROS.

           01 LINHA-ALIQUOTA.
               02 LA-CATEGORIA   PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 LA-VIGENCIA    PIC 9(08).
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LA-ICMS        PIC Z9,99.
               02 FILLER         PIC X(04) VALUE SPACES.
               02 LA-IPI         PIC Z9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA-MODO PIC X(50) VALUE
                   "MODO (L-LISTA/I-INCLUSAO): ".
               02 MENSA-CATEGORIA PIC X(50) VALUE
                   "DIGITE A CATEGORIA (GERAL = PADRAO): ".
               02 MENSA-ICMS PIC X(50) VALUE
                   "DIGITE A ALIQUOTA DE ICMS (%): ".
               02 MENSA-IPI PIC X(50) VALUE
                   "DIGITE A ALIQUOTA DE IPI (%): ".
               02 MENSA-VIGENCIA PIC X(50) VALUE
                   "DIGITE A DATA DE VIGENCIA (AAAAMMDD): ".
               02 MENSA-GRAVADA PIC X(50) VALUE
                   "ALIQUOTA GRAVADA".
               02 MENSA-CATEGORIA-INVALIDA PIC X(50) VALUE
                   "CATEGORIA NAO INFORMADA".
               02 MENSA-SEM-ALIQUOTAS PIC X(50) VALUE
                   "NENHUMA ALIQUOTA CADASTRADA".

           01 DATA-DO-SISTEMA.

               02 ANO  PIC 9(04) VALUE ZEROS.
               02 MES  PIC 9(02) VALUE ZEROS.
               02 DIA  PIC 9(02) VALUE ZEROS.


       SCREEN SECTION.

       01 TELA01.
           02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
           02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
           02 LINE 02 COLUMN 11 PIC 9(04) USING ANO.
           02 LINE 02 COLUMN 25 VALUE "MANUTENCAO DE ALIQUOTAS".


       PROCEDURE DIVISION.

           INICIO.

                ACCEPT DATA-DO-SISTEMA FROM DATE YYYYMMDD.

                DISPLAY SPACES AT 0101 WITH ERASE EOS.

                DISPLAY TELA01 AT 0101.

                DISPLAY MENSA-MODO AT 0315.
                ACCEPT WS-MODO     AT 0350.

                IF WS-MODO = "I" OR WS-MODO = "i"
                    PERFORM INCLUSAO
                ELSE
                    PERFORM LISTA
                END-IF.

                STOP RUN.

           LISTA.
               OPEN INPUT TAXA-IMPOSTO.
               IF WS-TI-STATUS NOT = "00"
                   DISPLAY MENSA-SEM-ALIQUOTAS AT 0515
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "CATEGORIA   VIGENCIA   ICMS %   IPI %" AT 0515.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ TAXA-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ALIQUOTAS
                           MOVE TI-CATEGORIA     TO LA-CATEGORIA
                           MOVE TI-DATA-VIGENCIA TO LA-VIGENCIA
                           MOVE TI-ALIQ-ICMS     TO LA-ICMS
                           MOVE TI-ALIQ-IPI      TO LA-IPI
                           DISPLAY LINHA-ALIQUOTA
                   END-READ
               END-PERFORM.
               CLOSE TAXA-IMPOSTO.

               IF WS-TOTAL-ALIQUOTAS = ZEROS
                   DISPLAY MENSA-SEM-ALIQUOTAS
               END-IF.

           INCLUSAO.
               DISPLAY MENSA-CATEGORIA AT 0515.
               ACCEPT WS-NOVA-CATEGORIA AT 0555.
               IF WS-NOVA-CATEGORIA = SPACES
                   DISPLAY MENSA-CATEGORIA-INVALIDA AT 0615
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MENSA-ICMS AT 0715.
               ACCEPT WS-NOVA-ICMS AT 0750.
               DISPLAY MENSA-IPI AT 0815.
               ACCEPT WS-NOVA-IPI AT 0850.

               DISPLAY MENSA-VIGENCIA AT 0915.
               ACCEPT WS-NOVA-VIGENCIA AT 0955.
               IF WS-NOVA-VIGENCIA = ZEROS
                   MOVE ANO TO WS-NOVA-VIGENCIA(1:4)
                   MOVE MES TO WS-NOVA-VIGENCIA(5:2)
                   MOVE DIA TO WS-NOVA-VIGENCIA(7:2)
               END-IF.

               OPEN EXTEND TAXA-IMPOSTO.
               IF WS-TI-STATUS = "35"
                   OPEN OUTPUT TAXA-IMPOSTO
                   CLOSE TAXA-IMPOSTO
                   OPEN EXTEND TAXA-IMPOSTO
               END-IF.

               MOVE WS-NOVA-CATEGORIA TO TI-CATEGORIA.
               MOVE WS-NOVA-VIGENCIA  TO TI-DATA-VIGENCIA.
               MOVE WS-NOVA-ICMS      TO TI-ALIQ-ICMS.
               MOVE WS-NOVA-IPI       TO TI-ALIQ-IPI.
               WRITE TAXA-IMPOSTO-REG.

               CLOSE TAXA-IMPOSTO.

               PERFORM GRAVA-AUDITORIA.
               DISPLAY MENSA-GRAVADA AT 1115.

           GRAVA-AUDITORIA.
               ACCEPT WS-HORA-DO-SISTEMA FROM TIME.
               MOVE "MANUTENCAO-DE-ALIQUOTA-IMPOSTO" TO AJ-PROGRAMA.
               MOVE ANO               TO AJ-ANO.
               MOVE MES               TO AJ-MES.
               MOVE DIA               TO AJ-DIA.
               MOVE WS-HH             TO AJ-HH.
               MOVE WS-MN             TO AJ-MN.
               MOVE WS-SG             TO AJ-SS.
               MOVE SPACES            TO AJ-CHAVE.
               STRING WS-NOVA-CATEGORIA " VIGENCIA " WS-NOVA-VIGENCIA
                   DELIMITED BY SIZE INTO AJ-CHAVE.
               MOVE WS-NOVA-ICMS      TO WS-VALOR-AUDITORIA.
               MOVE WS-VALOR-AUDITORIA TO AJ-VALOR.
               MOVE "ALIQUOTA ICMS/IPI INCLUIDA" TO AJ-DESCRICAO.
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
