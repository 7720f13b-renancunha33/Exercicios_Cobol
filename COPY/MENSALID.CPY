           01 MENSALIDADE-REG.
               02 MS-CHAVE.
                   03 MS-MATRICULA    PIC X(10).
                   03 MS-PERIODO      PIC X(06).
                   03 MS-PARCELA      PIC 9(02).
               02 MS-CURSO            PIC X(20).
               02 MS-CREDITOS         PIC 9(03).
               02 MS-DATA-EMISSAO     PIC 9(08).
               02 MS-DATA-VENCIMENTO  PIC 9(08).
               02 MS-VALOR-BRUTO      PIC 9(07)V99.
               02 MS-VALOR-DESCONTO   PIC 9(07)V99.
               02 MS-VALOR            PIC 9(07)V99.
               02 MS-VALOR-PAGO       PIC 9(07)V99.
               02 MS-SALDO            PIC 9(07)V99.
               02 MS-DATA-ULTIMO-PAGTO PIC 9(08).
               02 MS-STATUS           PIC X(01).
                   88 MS-ABERTA       VALUE "A".
                   88 MS-QUITADA      VALUE "Q".
