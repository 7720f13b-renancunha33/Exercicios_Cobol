           01 APROVEITAMENTO-REG.
               02 AP-CHAVE.
                   03 AP-MATRICULA    PIC X(10).
                   03 AP-CODTURMA     PIC X(08).
               02 AP-INSTITUICAO      PIC X(40).
               02 AP-DISCIPLINA-ORIGEM PIC X(30).
               02 AP-PERIODO-ORIGEM   PIC X(06).
               02 AP-NOTA             PIC 9(02)V99.
               02 AP-SITUACAO         PIC X(01).
                   88 AP-PENDENTE     VALUE "P".
                   88 AP-APROVADO     VALUE "A".
               02 AP-OPERADOR-INCLUSAO PIC X(06).
               02 AP-DATA-INCLUSAO    PIC 9(08).
               02 AP-OPERADOR-APROVACAO PIC X(06).
               02 AP-DATA-APROVACAO   PIC 9(08).
