       01 REG-CONTROLE-DIVISAO.
           05 DVC-TIPO-REG             PIC X(1).
               88 DVC-REG-GERAL        VALUE "G".
               88 DVC-REG-PARTICAO     VALUE "P".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-PARTICAO             PIC 9(2).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-QTD-REGISTROS        PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-QTD-LOTES            PIC 9(5).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-QTD-RODAPES          PIC 9(5).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-QTD-LIDAS            PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-QTD-SISTEMAS         PIC 9(3).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 DVC-DATA-HORA            PIC X(14).
