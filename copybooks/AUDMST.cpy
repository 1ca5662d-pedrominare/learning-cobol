               10 AM-SEQUENCIA         PIC 9(3).
           05 AM-FRASE-DEPOIS          PIC X(14).
           05 AM-CONVERTIDA            PIC X(3).
           05 AM-SISTEMA-ORIGEM        PIC X(8).
           05 AM-QTD-REGRAS            PIC 9(2).
           05 AM-REGRAS-APLICADAS.
               10 AM-REGRA-APLICADA OCCURS 10 TIMES
                                       PIC X(6).
