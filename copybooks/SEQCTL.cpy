       01 REG-CONTROLE-SEQUENCIA.
           05 SQC-SISTEMA              PIC X(8).
           05 SQC-ULTIMA-SEQUENCIA     PIC 9(6).
           05 SQC-DATA-LOTE            PIC 9(8).
           05 SQC-DATA-ACEITE          PIC 9(8).
           05 SQC-QTD-DETALHES         PIC 9(8).
