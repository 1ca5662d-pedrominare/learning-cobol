       01 REG-LOG-LIBERACAO.
           05 LGL-DATA-HORA            PIC X(14).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LGL-VERIFICACAO          PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LGL-OPERADOR             PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LGL-DETALHE              PIC X(60).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 LGL-MOTIVO               PIC X(60).
