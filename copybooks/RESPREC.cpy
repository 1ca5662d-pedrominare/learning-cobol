       01 REG-RESPOSTA.
           05 RSP-TIPO-REG             PIC X(1).
               88 RSP-REG-CABECALHO    VALUE "H".
               88 RSP-REG-DETALHE      VALUE "D".
               88 RSP-REG-RODAPE       VALUE "T".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 RSP-DADOS                PIC X(78).
           05 RSP-CABECALHO REDEFINES RSP-DADOS.
               10 RSP-CAB-LOTE         PIC X(30).
               10 FILLER               PIC X(1).
               10 RSP-CAB-RECUSA       PIC X(2).
               10 FILLER               PIC X(1).
               10 RSP-CAB-DATA-HORA    PIC X(14).
               10 FILLER               PIC X(30).
           05 RSP-DETALHE REDEFINES RSP-DADOS.
               10 RSP-SEQUENCIA        PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-SITUACAO         PIC X(1).
                   88 RSP-CONVERTIDA-OK     VALUE "C".
                   88 RSP-INALTERADA        VALUE "I".
                   88 RSP-REJEITADA         VALUE "R".
                   88 RSP-SUPRIMIDA         VALUE "S".
                   88 RSP-EXCECAO-DICIONARIO VALUE "E".
               10 FILLER               PIC X(1).
               10 RSP-CODIGO-MOTIVO    PIC X(2).
               10 FILLER               PIC X(1).
               10 RSP-FRASE-ORIGINAL   PIC X(30).
               10 FILLER               PIC X(1).
               10 RSP-FRASE-CONVERTIDA PIC X(14).
               10 FILLER               PIC X(1).
               10 RSP-CONVERTIDA       PIC X(1).
               10 FILLER               PIC X(1).
               10 RSP-QTD-EXCECOES     PIC 9(2).
               10 FILLER               PIC X(15).
           05 RSP-RODAPE REDEFINES RSP-DADOS.
               10 RSP-ROD-LIDAS        PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-CONVERTIDAS  PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-NAO-CONV     PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-REJEITADAS   PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-EXCECOES     PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-SUPRIMIDAS   PIC 9(7).
               10 FILLER               PIC X(1).
               10 RSP-ROD-BALANCO      PIC X(1).
               10 FILLER               PIC X(29).
