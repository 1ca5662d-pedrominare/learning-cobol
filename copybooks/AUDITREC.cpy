           05 AUD-FRASE-DEPOIS         PIC X(14).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 AUD-CONVERTIDA           PIC X(3).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 AUD-SISTEMA-ORIGEM       PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 AUD-QTD-REGRAS           PIC 9(2).
           05 AUD-REGRAS-APLICADAS.
               10 AUD-REGRA-APLICADA OCCURS 10 TIMES
                                       PIC X(6).
