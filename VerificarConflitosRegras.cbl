                     TABREGRA-TAMANHO BY WS-REGRA-TAMANHO
                     TABREGRA-DE      BY WS-REGRA-DE
                     TABREGRA-PARA    BY WS-REGRA-PARA
                     TABREGRA-ACERTOS BY WS-REGRA-ACERTOS
                     TABREGRA-QTD-APLICADAS BY WS-QTD-APLICADAS
                     TABREGRA-APLICADAS BY WS-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY WS-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY WS-REGRA-DEF-PALAVRA
                     TABREGRA-TIPO BY WS-REGRA-TIPO
                     TABREGRA-ESCOPO BY WS-REGRA-ESCOPO
                     TABREGRA-POSICAO BY WS-REGRA-POSICAO
                     TABREGRA-PALAVRA-DE BY WS-REGRA-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY WS-REGRA-PALAVRA-PARA.

       01 WS-SUB-REGRA-1               PIC 9(5).
       01 WS-SUB-REGRA-2               PIC 9(5).
       01 WS-POS-2                     PIC 9(1).
       01 WS-PAR-DUPLICADO             PIC X(1).
           88 PAR-E-DUPLICADO          VALUE "S".
       01 WS-ESCOPOS-PAR.
           05 WS-ESCOPO-1              PIC X(1).
           05 WS-POSICAO-1             PIC 9(1).
           05 WS-ESCOPO-2              PIC X(1).
           05 WS-POSICAO-2             PIC 9(1).
           05 WS-ESCOPO-TROCA          PIC X(1).
           05 WS-POSICAO-TROCA         PIC 9(1).
       01 WS-ESCOPOS-CRUZAM            PIC X(1).
           88 ESCOPOS-SE-CRUZAM        VALUE "S".
       01 WS-SUB-PALAVRA               PIC 9(5).
       01 WS-SUB-CARACTERE             PIC 9(5).
       01 WS-QTD-OCORRENCIAS           PIC 9(2).

       01 WS-CONTADORES-CONFLITO.
           05 WS-QTD-DUPLICATAS        PIC 9(5) VALUE ZERO.
           05 WS-QTD-SOBREPOSICOES     PIC 9(5) VALUE ZERO.
           05 WS-QTD-ENCADEAMENTOS     PIC 9(5) VALUE ZERO.
           05 WS-QTD-PRECEDENCIAS      PIC 9(5) VALUE ZERO.
           05 WS-QTD-GRAVES            PIC 9(5) VALUE ZERO.
           05 WS-QTD-AVISOS            PIC 9(5) VALUE ZERO.

           05 FILLER                   PIC X(8)  VALUE "REGRA 2".
           05 FILLER                   PIC X(16) VALUE
               "EFEITO COMBINADO".
           05 FILLER                   PIC X(11) VALUE "GRAVIDADE".
           05 FILLER                   PIC X(8)  VALUE "PALAVRAS".

       01 DET-CONFLITO.
           05 DET-CONF-TIPO            PIC X(13).
           05 DET-CONF-PARA            PIC X(1).
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 DET-CONF-GRAVIDADE       PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-CONF-PALAVRAS        PIC X(32).

       01 RODAPE-CONFLITO.
           05 FILLER                   PIC X(13) VALUE
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "GRAVES: ".
           05 RODAPE-QTD-GRAVES        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
               "PRECEDENCIAS: ".
           05 RODAPE-QTD-PRECED        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
                   MOVE RC-TAMANHO TO WS-REGRA-TAMANHO (IDX-REGRA)
                   MOVE RC-DE      TO WS-REGRA-DE      (IDX-REGRA)
                   MOVE RC-PARA    TO WS-REGRA-PARA    (IDX-REGRA)
                   MOVE RC-DEF-PALAVRA
                       TO WS-REGRA-DEF-PALAVRA (IDX-REGRA)
                   MOVE ZERO       TO WS-REGRA-ACERTOS (IDX-REGRA)
               END-IF
           END-IF.

       2100-VERIFICAR-PAR.
           MOVE "N" TO WS-PAR-DUPLICADO
           PERFORM 2105-VERIFICAR-ESCOPOS-PAR
           IF ESCOPOS-SE-CRUZAM
               EVALUATE TRUE
                   WHEN WS-REGRA-TIPO (WS-SUB-REGRA-1) NOT = "P"
                       AND WS-REGRA-TIPO (WS-SUB-REGRA-2) NOT = "P"
                       PERFORM 2110-VERIFICAR-DUPLICATA
                       IF NOT PAR-E-DUPLICADO
                           PERFORM 2120-VERIFICAR-SOBREPOSICAO
                           PERFORM 2130-VERIFICAR-ENCADEAMENTO
                       END-IF
                   WHEN WS-REGRA-TIPO (WS-SUB-REGRA-1) = "P"
                       AND WS-REGRA-TIPO (WS-SUB-REGRA-2) = "P"
                       PERFORM 2140-VERIFICAR-PALAVRAS
                   WHEN WS-REGRA-TIPO (WS-SUB-REGRA-1) = "P"
                       MOVE WS-SUB-REGRA-1 TO WS-SUB-PALAVRA
                       MOVE WS-SUB-REGRA-2 TO WS-SUB-CARACTERE
                       PERFORM 2150-VERIFICAR-PRECEDENCIA
                   WHEN OTHER
                       MOVE WS-SUB-REGRA-2 TO WS-SUB-PALAVRA
                       MOVE WS-SUB-REGRA-1 TO WS-SUB-CARACTERE
                       PERFORM 2150-VERIFICAR-PRECEDENCIA
               END-EVALUATE
           END-IF.

       2105-VERIFICAR-ESCOPOS-PAR.
           MOVE WS-REGRA-ESCOPO (WS-SUB-REGRA-1) TO WS-ESCOPO-1
           MOVE WS-REGRA-ESCOPO (WS-SUB-REGRA-2) TO WS-ESCOPO-2
           MOVE ZERO TO WS-POSICAO-1
           MOVE ZERO TO WS-POSICAO-2
           IF WS-ESCOPO-1 = "N"
               MOVE WS-REGRA-POSICAO (WS-SUB-REGRA-1) TO WS-POSICAO-1
           END-IF
           IF WS-ESCOPO-2 = "N"
               MOVE WS-REGRA-POSICAO (WS-SUB-REGRA-2) TO WS-POSICAO-2
           END-IF
           IF WS-ESCOPO-1 > WS-ESCOPO-2
               MOVE WS-ESCOPO-1 TO WS-ESCOPO-TROCA
               MOVE WS-POSICAO-1 TO WS-POSICAO-TROCA
               MOVE WS-ESCOPO-2 TO WS-ESCOPO-1
               MOVE WS-POSICAO-2 TO WS-POSICAO-1
               MOVE WS-ESCOPO-TROCA TO WS-ESCOPO-2
               MOVE WS-POSICAO-TROCA TO WS-POSICAO-2
           END-IF
           MOVE "S" TO WS-ESCOPOS-CRUZAM
           EVALUATE TRUE
               WHEN WS-ESCOPO-2 = "T" OR WS-ESCOPO-2 = "U"
                   CONTINUE
               WHEN WS-ESCOPO-1 = SPACE AND WS-ESCOPO-2 = "N"
                   IF WS-POSICAO-2 < 2
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
               WHEN WS-ESCOPO-1 = SPACE AND WS-ESCOPO-2 = "P"
                   MOVE "N" TO WS-ESCOPOS-CRUZAM
               WHEN WS-ESCOPO-1 = "N" AND WS-ESCOPO-2 = "N"
                   IF WS-POSICAO-1 NOT = WS-POSICAO-2
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
               WHEN WS-ESCOPO-1 = "N" AND WS-ESCOPO-2 = "P"
                   IF WS-POSICAO-1 NOT = 1
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
           END-EVALUATE.

       2110-VERIFICAR-DUPLICATA.
           IF WS-REGRA-TAMANHO (WS-SUB-REGRA-1) =
                   WS-REGRA-TAMANHO (WS-SUB-REGRA-2)
           MOVE "GRAVE" TO DET-CONF-GRAVIDADE
           PERFORM 2900-ESCREVER-CONFLITO.

       2140-VERIFICAR-PALAVRAS.
           MOVE SPACES TO DET-CONFLITO
           MOVE WS-REGRA-CODIGO (WS-SUB-REGRA-1) TO DET-CONF-CODIGO-1
           MOVE WS-REGRA-CODIGO (WS-SUB-REGRA-2) TO DET-CONF-CODIGO-2
           MOVE WS-SUB-REGRA-1 TO WS-SUB-PALAVRA
           PERFORM 2145-MONTAR-PALAVRAS
           EVALUATE TRUE
               WHEN WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-1) =
                       WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-2)
                   AND WS-REGRA-PALAVRA-PARA (WS-SUB-REGRA-1) =
                       WS-REGRA-PALAVRA-PARA (WS-SUB-REGRA-2)
                   ADD 1 TO WS-QTD-DUPLICATAS
                   ADD 1 TO WS-QTD-AVISOS
                   MOVE "DUPLICATA" TO DET-CONF-TIPO
                   MOVE "AVISO" TO DET-CONF-GRAVIDADE
                   PERFORM 2900-ESCREVER-CONFLITO
               WHEN WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-1) =
                       WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-2)
                   ADD 1 TO WS-QTD-SOBREPOSICOES
                   ADD 1 TO WS-QTD-GRAVES
                   MOVE "SOBREPOSICAO" TO DET-CONF-TIPO
                   MOVE "GRAVE" TO DET-CONF-GRAVIDADE
                   PERFORM 2900-ESCREVER-CONFLITO
               WHEN WS-REGRA-PALAVRA-PARA (WS-SUB-REGRA-1) =
                       WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-2)
                   OR WS-REGRA-PALAVRA-PARA (WS-SUB-REGRA-2) =
                       WS-REGRA-PALAVRA-DE (WS-SUB-REGRA-1)
                   ADD 1 TO WS-QTD-ENCADEAMENTOS
                   ADD 1 TO WS-QTD-AVISOS
                   MOVE "ENCADEAMENTO" TO DET-CONF-TIPO
                   MOVE "AVISO" TO DET-CONF-GRAVIDADE
                   PERFORM 2900-ESCREVER-CONFLITO
           END-EVALUATE.

       2145-MONTAR-PALAVRAS.
           MOVE SPACES TO DET-CONF-PALAVRAS
           STRING WS-REGRA-PALAVRA-DE (WS-SUB-PALAVRA)
                      DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-REGRA-PALAVRA-PARA (WS-SUB-PALAVRA)
                      DELIMITED BY SPACE
               INTO DET-CONF-PALAVRAS
           END-STRING.

       2150-VERIFICAR-PRECEDENCIA.
           PERFORM VARYING WS-POS-1 FROM 1 BY 1
                   UNTIL WS-POS-1 > WS-REGRA-TAMANHO (WS-SUB-CARACTERE)
               MOVE ZERO TO WS-QTD-OCORRENCIAS
               INSPECT WS-REGRA-PALAVRA-DE (WS-SUB-PALAVRA)
                   TALLYING WS-QTD-OCORRENCIAS FOR ALL
                       WS-REGRA-DE (WS-SUB-CARACTERE) (WS-POS-1:1)
               IF WS-QTD-OCORRENCIAS > ZERO
                       AND WS-REGRA-DE (WS-SUB-CARACTERE) (WS-POS-1:1)
                       NOT = WS-REGRA-PARA (WS-SUB-CARACTERE)
                           (WS-POS-1:1)
                   PERFORM 2155-APONTAR-PRECEDENCIA
               END-IF
           END-PERFORM.

       2155-APONTAR-PRECEDENCIA.
           ADD 1 TO WS-QTD-PRECEDENCIAS
           ADD 1 TO WS-QTD-AVISOS
           MOVE SPACES TO DET-CONFLITO
           MOVE "PRECEDENCIA" TO DET-CONF-TIPO
           MOVE WS-REGRA-CODIGO (WS-SUB-PALAVRA) TO DET-CONF-CODIGO-1
           MOVE WS-REGRA-CODIGO (WS-SUB-CARACTERE) TO DET-CONF-CODIGO-2
           MOVE WS-REGRA-DE (WS-SUB-CARACTERE) (WS-POS-1:1)
               TO DET-CONF-DE
           MOVE WS-REGRA-PARA (WS-SUB-CARACTERE) (WS-POS-1:1)
               TO DET-CONF-PARA
           MOVE "AVISO" TO DET-CONF-GRAVIDADE
           PERFORM 2145-MONTAR-PALAVRAS
           PERFORM 2900-ESCREVER-CONFLITO.

       2900-ESCREVER-CONFLITO.
           MOVE DET-CONFLITO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-SOBREPOSICOES TO RODAPE-QTD-SOBREPOS
           MOVE WS-QTD-ENCADEAMENTOS TO RODAPE-QTD-ENCADEA
           MOVE WS-QTD-GRAVES TO RODAPE-QTD-GRAVES
           MOVE WS-QTD-PRECEDENCIAS TO RODAPE-QTD-PRECED
           MOVE RODAPE-CONFLITO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           CLOSE ARQ-RELATORIO
           DISPLAY "DUPLICATAS   : " WS-QTD-DUPLICATAS
           DISPLAY "SOBREPOSICOES: " WS-QTD-SOBREPOSICOES
           DISPLAY "ENCADEAMENTOS: " WS-QTD-ENCADEAMENTOS
           DISPLAY "PRECEDENCIAS : " WS-QTD-PRECEDENCIAS
           EVALUATE TRUE
               WHEN WS-QTD-GRAVES > ZERO
                   MOVE 8 TO RETURN-CODE
