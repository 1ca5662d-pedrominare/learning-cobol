       01 TABREGRA-REC.
           05 TABREGRA-QTD             PIC 9(5).
           05 TABREGRA-VERSAO          PIC 9(2).
           05 TABREGRA-QTD-APLICADAS   PIC 9(2).
           05 TABREGRA-APLICADAS.
               10 TABREGRA-APLICADA OCCURS 10 TIMES
                                       PIC X(6).
           05 TABREGRA-ITEM OCCURS 5000 TIMES
                   INDEXED BY TABREGRA-IDX.
               10 TABREGRA-CODIGO      PIC X(6).
               10 TABREGRA-DE          PIC X(4).
               10 TABREGRA-PARA        PIC X(4).
               10 TABREGRA-ACERTOS     PIC 9(7).
               10 TABREGRA-DEF-PALAVRA.
                   15 TABREGRA-TIPO    PIC X(1).
                   15 TABREGRA-ESCOPO  PIC X(1).
                   15 TABREGRA-POSICAO PIC 9(1).
                   15 TABREGRA-PALAVRA-DE
                                       PIC X(14).
                   15 TABREGRA-PALAVRA-PARA
                                       PIC X(14).
