       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALCULO-VERIFICADOR-AUDITORIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           special-names.
           decimal-point is comma.

       DATA DIVISION.

           WORKING-STORAGE SECTION.

           01 WS-ACUMULADOR   PIC 9(18) VALUE ZEROS.
           01 WS-QUOCIENTE    PIC 9(18) VALUE ZEROS.
           01 WS-RESTO        PIC 9(09) VALUE ZEROS.
           01 WS-MODULO       PIC 9(09) VALUE 999999937.
           01 WS-MULTIPLICADOR PIC 9(02) VALUE 31.
           01 WS-POSICAO      PIC 9(03) VALUE ZEROS.

           LINKAGE SECTION.

           COPY "AUDVERIF.CPY".

       PROCEDURE DIVISION USING VERIFICADOR-AUDITORIA-AREA.

           INICIO.
               MOVE ZEROS TO WS-RESTO.
               PERFORM VARYING WS-POSICAO FROM 45 BY 1
                       UNTIL WS-POSICAO > 84
                   PERFORM ACUMULA-CARACTER
               END-PERFORM.
               MOVE WS-RESTO TO VA-VERIFICADOR-CHAVE.

               MOVE VA-VERIFICADOR-ANTERIOR TO WS-RESTO.
               PERFORM VARYING WS-POSICAO FROM 1 BY 1
                       UNTIL WS-POSICAO > 151
                   IF WS-POSICAO < 45 OR WS-POSICAO > 84
                       PERFORM ACUMULA-CARACTER
                   END-IF
               END-PERFORM.
               MOVE WS-RESTO TO VA-VERIFICADOR.
               GOBACK.

           ACUMULA-CARACTER.
               COMPUTE WS-ACUMULADOR =
                   WS-RESTO * WS-MULTIPLICADOR
                   + FUNCTION ORD (VA-REGISTRO (WS-POSICAO:1)).
               DIVIDE WS-ACUMULADOR BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
