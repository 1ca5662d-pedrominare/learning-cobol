       01 REG-LIBERACAO.
           05 LIB-VERIFICACAO          PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LIB-OPERADOR             PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LIB-MOTIVO               PIC X(60).
