           05 FRASE-LOTE-CABECALHO REDEFINES FRASE-IN.
               10 LOTE-DATA            PIC 9(8).
               10 LOTE-SISTEMA-ORIGEM  PIC X(8).
               10 LOTE-SEQUENCIA       PIC 9(6).
               10 FILLER               PIC X(8).
           05 FRASE-LOTE-RODAPE REDEFINES FRASE-IN.
               10 LOTE-QTD-ESPERADA    PIC 9(8).
               10 FILLER               PIC X(22).
