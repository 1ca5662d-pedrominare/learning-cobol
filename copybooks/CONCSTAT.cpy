       01 REG-CONCILIACAO-STATUS.
           05 CCS-DATA-HORA            PIC X(14).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CCS-INTF-DATA-HORA       PIC X(14).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CCS-SITUACAO             PIC X(1).
               88 CCS-CONCILIADO       VALUE "0".
               88 CCS-COM-PENDENCIAS   VALUE "4".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CCS-QTD-ENVIADAS         PIC 9(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CCS-QTD-SEM-RECONHEC     PIC 9(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CCS-QTD-ACK-SEM-ENVIO    PIC 9(7).
