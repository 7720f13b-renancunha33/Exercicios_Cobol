           01 CONTROLE-PERIODO-AREA.
               02 CM-FUNCAO           PIC X(01).
                   88 CM-F-VERIFICA   VALUE "V".
                   88 CM-F-FECHA      VALUE "F".
                   88 CM-F-REABRE     VALUE "R".
               02 CM-DATA             PIC 9(08).
               02 CM-PERIODO          PIC 9(06).
               02 CM-OPERADOR         PIC X(06).
               02 CM-MOTIVO           PIC X(30).
               02 CM-SITUACAO         PIC X(01).
                   88 CM-MES-ABERTO   VALUE "A".
                   88 CM-MES-FECHADO  VALUE "F".
               02 CM-RETORNO          PIC X(01).
                   88 CM-OK           VALUE "0".
                   88 CM-SEM-MUDANCA  VALUE "1".
                   88 CM-ERRO-ARQUIVO VALUE "9".
