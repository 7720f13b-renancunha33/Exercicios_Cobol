           01 CONTROLE-LOTE-AREA.
               02 KL-FUNCAO           PIC X(01).
                   88 KL-F-INICIA     VALUE "I".
                   88 KL-F-ACUMULA    VALUE "A".
                   88 KL-F-VERIFICA   VALUE "V".
                   88 KL-F-REGISTRA   VALUE "R".
               02 KL-ARQUIVO          PIC X(08).
               02 KL-PROGRAMA         PIC X(30).
               02 KL-DATA-PROCESSAMENTO PIC 9(08).
               02 KL-REGISTRO         PIC X(28).
               02 KL-VALOR-HASH       PIC S9(13)V99.
               02 KL-ORIGEM           PIC X(10).
               02 KL-DATA-CRIACAO     PIC 9(08).
               02 KL-NUMERO-LOTE      PIC 9(06).
               02 KL-QTD-LIDOS        PIC 9(07).
               02 KL-QTD-DETALHE      PIC 9(07).
               02 KL-TOTAL-HASH       PIC S9(13)V99.
               02 KL-QTD-TRAILER      PIC 9(07).
               02 KL-HASH-TRAILER     PIC S9(13)V99.
               02 KL-HEADER           PIC X(01).
                   88 KL-SEM-HEADER   VALUE " ".
                   88 KL-TEM-HEADER   VALUE "S".
                   88 KL-HEADER-INVALIDO VALUE "X".
               02 KL-TRAILER          PIC X(01).
                   88 KL-SEM-TRAILER  VALUE " ".
                   88 KL-TEM-TRAILER  VALUE "S".
                   88 KL-TRAILER-INVALIDO VALUE "X".
               02 KL-SEQUENCIA        PIC X(01).
                   88 KL-FORA-DE-SEQUENCIA VALUE "S".
               02 KL-RESULTADO        PIC X(01).
                   88 KL-LOTE-OK      VALUE "0".
                   88 KL-LOTE-DUPLICADO VALUE "1".
                   88 KL-LOTE-INCONSISTENTE VALUE "2".
                   88 KL-LOTE-RECUSADO VALUE "1" "2".
                   88 KL-ERRO-ARQUIVO VALUE "9".
               02 KL-MOTIVO           PIC X(40).
