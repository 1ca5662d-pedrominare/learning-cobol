           05 CKP-LOT-QTD-EXCECOES     PIC 9(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CKP-LOT-QTD-SUPRIMIDAS   PIC 9(7).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CKP-TIPO-REGISTRO        PIC X(1).
               88 CKP-REGISTRO-PARCIAL VALUE "P".
               88 CKP-REGISTRO-FINAL   VALUE "F".
