       01 WS-POS-DE                    PIC 9(1).
       01 WS-NUM-REGRA                 PIC 9(5).
       01 WS-VERSAO-MAPA               PIC 9(2).
       01 WS-CARACTERE-ANTERIOR        PIC X(1).
       01 WS-POS-NOVA                  PIC 9(2).
       01 WS-POS-ORIGEM                PIC 9(2).
       01 WS-TAM-PARA                  PIC 9(2).
       01 WS-FRASE-NOVA                PIC X(14).
       01 WS-TRAVADAS                  PIC X(14).
       01 WS-TRAVADAS-NOVAS            PIC X(14).
       01 WS-SUB-PALAVRA               PIC 9(2).
       01 WS-PALAVRA-NO-ESCOPO         PIC X(1).
           88 PALAVRA-NO-ESCOPO        VALUE "S".
       01 WS-REGRA-ESTOUROU            PIC X(1).
           88 REGRA-ESTOUROU           VALUE "S".

       01 WS-LISTA-PALAVRAS.
           05 WS-QTD-PALAVRAS          PIC 9(2).
           05 WS-PALAVRA-LOC OCCURS 14 TIMES.
               10 WS-PALAVRA-INICIO    PIC 9(2).
               10 WS-PALAVRA-TAM       PIC 9(2).

       01 WS-LISTA-TOCADAS.
           05 WS-QTD-TOCADAS           PIC 9(4).
                     TABREGRA-TAMANHO BY LK-REGRA-TAMANHO
                     TABREGRA-DE      BY LK-REGRA-DE
                     TABREGRA-PARA    BY LK-REGRA-PARA
                     TABREGRA-ACERTOS BY LK-REGRA-ACERTOS
                     TABREGRA-QTD-APLICADAS BY LK-QTD-APLICADAS
                     TABREGRA-APLICADAS BY LK-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY LK-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY LK-REGRA-DEF-PALAVRA
                     TABREGRA-TIPO BY LK-REGRA-TIPO
                     TABREGRA-ESCOPO BY LK-REGRA-ESCOPO
                     TABREGRA-POSICAO BY LK-REGRA-POSICAO
                     TABREGRA-PALAVRA-DE BY LK-REGRA-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY LK-REGRA-PALAVRA-PARA.

       PROCEDURE DIVISION USING LK-FRASE, LK-TABELA-REGRAS.
       0000-PRINCIPAL.
           MOVE ZERO TO LK-QTD-APLICADAS
           MOVE SPACES TO LK-REGRAS-APLICADAS
           IF LK-VERSAO-REGRAS < 1 OR LK-VERSAO-REGRAS > 2
               PERFORM 9000-CONVERTER-REGRA-A-REGRA
               GOBACK
                   UNTIL WS-SUB-TOCADA > WS-QTD-TOCADAS
               MOVE WS-TOCADA (WS-SUB-TOCADA) TO WS-NUM-REGRA
               ADD 1 TO LK-REGRA-ACERTOS (WS-NUM-REGRA)
               PERFORM 2250-REGISTRAR-REGRA-APLICADA
               MOVE SPACE TO WS-REGRA-MARCADA (WS-NUM-REGRA)
           END-PERFORM.

       2250-REGISTRAR-REGRA-APLICADA.
           IF LK-QTD-APLICADAS < 10
               ADD 1 TO LK-QTD-APLICADAS
               MOVE LK-REGRA-CODIGO (WS-NUM-REGRA)
                   TO LK-REGRA-APLICADA (LK-QTD-APLICADAS)
           END-IF.

       3000-CONSTRUIR-MAPA.
           MOVE "S" TO WS-MAPA-ESTADO (WS-VERSAO-MAPA)
           MOVE LK-QTD-REGRAS TO WS-MAPA-QTD-REGRAS (WS-VERSAO-MAPA)
           PERFORM 3050-VERIFICAR-REGRA-DE-MAPA
               VARYING WS-SUB-REGRA FROM 1 BY 1
               UNTIL WS-SUB-REGRA > LK-QTD-REGRAS
                  OR MAPA-INVIAVEL (WS-VERSAO-MAPA)
           PERFORM 3100-MAPEAR-UM-CARACTERE
               VARYING WS-ORD-CARACTERE FROM 1 BY 1
               UNTIL WS-ORD-CARACTERE > 256
                  OR MAPA-INVIAVEL (WS-VERSAO-MAPA).

       3050-VERIFICAR-REGRA-DE-MAPA.
           IF LK-REGRA-TIPO (WS-SUB-REGRA) = "P"
                   OR LK-REGRA-ESCOPO (WS-SUB-REGRA) NOT = SPACE
               MOVE "F" TO WS-MAPA-ESTADO (WS-VERSAO-MAPA)
           END-IF.

       3100-MAPEAR-UM-CARACTERE.
           MOVE FUNCTION CHAR (WS-ORD-CARACTERE)
               TO WS-VALOR-CARACTERE
           END-IF.

       9000-CONVERTER-REGRA-A-REGRA.
           MOVE SPACES TO WS-TRAVADAS
           PERFORM VARYING LK-IDX-REGRA FROM 1 BY 1
                   UNTIL LK-IDX-REGRA > LK-QTD-REGRAS
               IF LK-REGRA-TIPO (LK-IDX-REGRA) = "P"
                   MOVE LK-FRASE TO WS-FRASE-ANTERIOR
                   PERFORM 9100-APLICAR-REGRA-PALAVRA
                   PERFORM 9900-CONTAR-ACERTO
               END-IF
           END-PERFORM
           PERFORM VARYING LK-IDX-REGRA FROM 1 BY 1
                   UNTIL LK-IDX-REGRA > LK-QTD-REGRAS
               IF LK-REGRA-TIPO (LK-IDX-REGRA) NOT = "P"
                   MOVE LK-FRASE TO WS-FRASE-ANTERIOR
                   IF LK-REGRA-ESCOPO (LK-IDX-REGRA) = SPACE
                           AND WS-TRAVADAS = SPACES
                       INSPECT LK-FRASE
                           CONVERTING
                               LK-REGRA-DE   (LK-IDX-REGRA)
                                   (1:LK-REGRA-TAMANHO (LK-IDX-REGRA))
                           TO LK-REGRA-PARA (LK-IDX-REGRA)
                                   (1:LK-REGRA-TAMANHO (LK-IDX-REGRA))
                           AFTER INITIAL " "
                   ELSE
                       PERFORM 9200-APLICAR-CARACTERE-ESCOPO
                   END-IF
                   PERFORM 9900-CONTAR-ACERTO
               END-IF
           END-PERFORM.

       9050-LOCALIZAR-PALAVRAS.
           MOVE ZERO TO WS-QTD-PALAVRAS
           MOVE 15 TO WS-POS-ESPACO
           MOVE SPACE TO WS-CARACTERE-ANTERIOR
           PERFORM VARYING WS-POS-FRASE FROM 1 BY 1
                   UNTIL WS-POS-FRASE > 14
               IF LK-FRASE (WS-POS-FRASE:1) = SPACE
                   IF WS-POS-ESPACO = 15
                       MOVE WS-POS-FRASE TO WS-POS-ESPACO
                   END-IF
               ELSE
                   IF WS-CARACTERE-ANTERIOR = SPACE
                       ADD 1 TO WS-QTD-PALAVRAS
                       MOVE WS-POS-FRASE
                           TO WS-PALAVRA-INICIO (WS-QTD-PALAVRAS)
                       MOVE ZERO TO WS-PALAVRA-TAM (WS-QTD-PALAVRAS)
                   END-IF
                   ADD 1 TO WS-PALAVRA-TAM (WS-QTD-PALAVRAS)
               END-IF
               MOVE LK-FRASE (WS-POS-FRASE:1) TO WS-CARACTERE-ANTERIOR
           END-PERFORM.

       9060-VERIFICAR-ESCOPO.
           MOVE "N" TO WS-PALAVRA-NO-ESCOPO
           EVALUATE LK-REGRA-ESCOPO (LK-IDX-REGRA)
               WHEN "T"
                   SET PALAVRA-NO-ESCOPO TO TRUE
               WHEN "P"
                   IF WS-SUB-PALAVRA = 1
                       SET PALAVRA-NO-ESCOPO TO TRUE
                   END-IF
               WHEN "U"
                   IF WS-SUB-PALAVRA = WS-QTD-PALAVRAS
                       SET PALAVRA-NO-ESCOPO TO TRUE
                   END-IF
               WHEN "N"
                   IF WS-SUB-PALAVRA = LK-REGRA-POSICAO (LK-IDX-REGRA)
                       SET PALAVRA-NO-ESCOPO TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-PALAVRA-INICIO (WS-SUB-PALAVRA) > WS-POS-ESPACO
                       SET PALAVRA-NO-ESCOPO TO TRUE
                   END-IF
           END-EVALUATE.

       9100-APLICAR-REGRA-PALAVRA.
           PERFORM 9050-LOCALIZAR-PALAVRAS
           MOVE ZERO TO WS-TAM-PARA
           INSPECT LK-REGRA-PALAVRA-PARA (LK-IDX-REGRA)
               TALLYING WS-TAM-PARA FOR CHARACTERS BEFORE INITIAL " "
           MOVE SPACES TO WS-FRASE-NOVA
           MOVE SPACES TO WS-TRAVADAS-NOVAS
           MOVE 1 TO WS-POS-NOVA
           MOVE 1 TO WS-POS-ORIGEM
           MOVE "N" TO WS-REGRA-ESTOUROU
           PERFORM 9110-SUBSTITUIR-PALAVRA
               VARYING WS-SUB-PALAVRA FROM 1 BY 1
               UNTIL WS-SUB-PALAVRA > WS-QTD-PALAVRAS
                  OR REGRA-ESTOUROU
           IF NOT REGRA-ESTOUROU
               MOVE WS-FRASE-NOVA TO LK-FRASE
               MOVE WS-TRAVADAS-NOVAS TO WS-TRAVADAS
           END-IF.

       9110-SUBSTITUIR-PALAVRA.
           COMPUTE WS-POS-NOVA = WS-POS-NOVA
               + WS-PALAVRA-INICIO (WS-SUB-PALAVRA) - WS-POS-ORIGEM
           MOVE WS-PALAVRA-INICIO (WS-SUB-PALAVRA) TO WS-POS-FRASE
           PERFORM 9060-VERIFICAR-ESCOPO
           IF PALAVRA-NO-ESCOPO
                   AND WS-TRAVADAS (WS-POS-FRASE:1) NOT = "S"
                   AND LK-REGRA-PALAVRA-DE (LK-IDX-REGRA) =
                       LK-FRASE (WS-POS-FRASE:
                                 WS-PALAVRA-TAM (WS-SUB-PALAVRA))
               IF WS-POS-NOVA + WS-TAM-PARA - 1 > 14
                   SET REGRA-ESTOUROU TO TRUE
               ELSE
                   MOVE LK-REGRA-PALAVRA-PARA (LK-IDX-REGRA)
                       TO WS-FRASE-NOVA (WS-POS-NOVA:WS-TAM-PARA)
                   MOVE ALL "S"
                       TO WS-TRAVADAS-NOVAS (WS-POS-NOVA:WS-TAM-PARA)
                   ADD WS-TAM-PARA TO WS-POS-NOVA
               END-IF
           ELSE
               IF WS-POS-NOVA + WS-PALAVRA-TAM (WS-SUB-PALAVRA) - 1
                       > 14
                   SET REGRA-ESTOUROU TO TRUE
               ELSE
                   MOVE LK-FRASE (WS-POS-FRASE:
                                  WS-PALAVRA-TAM (WS-SUB-PALAVRA))
                       TO WS-FRASE-NOVA (WS-POS-NOVA:
                                  WS-PALAVRA-TAM (WS-SUB-PALAVRA))
                   MOVE WS-TRAVADAS (WS-POS-FRASE:
                                  WS-PALAVRA-TAM (WS-SUB-PALAVRA))
                       TO WS-TRAVADAS-NOVAS (WS-POS-NOVA:
                                  WS-PALAVRA-TAM (WS-SUB-PALAVRA))
                   ADD WS-PALAVRA-TAM (WS-SUB-PALAVRA) TO WS-POS-NOVA
               END-IF
           END-IF
           COMPUTE WS-POS-ORIGEM = WS-PALAVRA-INICIO (WS-SUB-PALAVRA)
               + WS-PALAVRA-TAM (WS-SUB-PALAVRA).

       9200-APLICAR-CARACTERE-ESCOPO.
           PERFORM 9050-LOCALIZAR-PALAVRAS
           IF LK-REGRA-ESCOPO (LK-IDX-REGRA) = SPACE
               COMPUTE WS-POS-INICIO = WS-POS-ESPACO + 1
               PERFORM 9220-CONVERTER-POSICAO
                   VARYING WS-POS-FRASE FROM WS-POS-INICIO BY 1
                   UNTIL WS-POS-FRASE > 14
           ELSE
               PERFORM 9210-CONVERTER-PALAVRA
                   VARYING WS-SUB-PALAVRA FROM 1 BY 1
                   UNTIL WS-SUB-PALAVRA > WS-QTD-PALAVRAS
           END-IF.

       9210-CONVERTER-PALAVRA.
           PERFORM 9060-VERIFICAR-ESCOPO
           IF PALAVRA-NO-ESCOPO
               PERFORM 9220-CONVERTER-POSICAO
                   VARYING WS-POS-FRASE
                   FROM WS-PALAVRA-INICIO (WS-SUB-PALAVRA) BY 1
                   UNTIL WS-POS-FRASE >=
                       WS-PALAVRA-INICIO (WS-SUB-PALAVRA)
                       + WS-PALAVRA-TAM (WS-SUB-PALAVRA)
           END-IF.

       9220-CONVERTER-POSICAO.
           IF WS-TRAVADAS (WS-POS-FRASE:1) NOT = "S"
               PERFORM VARYING WS-POS-DE FROM 1 BY 1
                       UNTIL WS-POS-DE > LK-REGRA-TAMANHO (LK-IDX-REGRA)
                          OR LK-REGRA-DE (LK-IDX-REGRA) (WS-POS-DE:1) =
                              LK-FRASE (WS-POS-FRASE:1)
                   CONTINUE
               END-PERFORM
               IF WS-POS-DE <= LK-REGRA-TAMANHO (LK-IDX-REGRA)
                   MOVE LK-REGRA-PARA (LK-IDX-REGRA) (WS-POS-DE:1)
                       TO LK-FRASE (WS-POS-FRASE:1)
               END-IF
           END-IF.

       9900-CONTAR-ACERTO.
           IF LK-FRASE NOT = WS-FRASE-ANTERIOR
               ADD 1 TO LK-REGRA-ACERTOS (LK-IDX-REGRA)
               SET WS-NUM-REGRA TO LK-IDX-REGRA
               PERFORM 2250-REGISTRAR-REGRA-APLICADA
           END-IF.
