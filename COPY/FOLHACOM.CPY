           01 FOLHA-COMISSAO-REG.
               02 FC-COMPETENCIA      PIC 9(06).
               02 FC-MATRICULA        PIC X(10).
               02 FC-CONSULTOR        PIC 9(04).
               02 FC-EVENTO           PIC X(04).
               02 FC-BASE             PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
               02 FC-VALOR            PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
