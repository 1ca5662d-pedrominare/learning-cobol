                     TABREGRA-TAMANHO BY WS-ATUAL-TAMANHO
                     TABREGRA-DE      BY WS-ATUAL-DE
                     TABREGRA-PARA    BY WS-ATUAL-PARA
                     TABREGRA-ACERTOS BY WS-ATUAL-ACERTOS
                     TABREGRA-QTD-APLICADAS BY WS-ATUAL-QTD-APLICADAS
                     TABREGRA-APLICADAS BY WS-ATUAL-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY WS-ATUAL-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY WS-ATUAL-DEF-PALAVRA
                     TABREGRA-TIPO BY WS-ATUAL-TIPO
                     TABREGRA-ESCOPO BY WS-ATUAL-ESCOPO
                     TABREGRA-POSICAO BY WS-ATUAL-POSICAO
                     TABREGRA-PALAVRA-DE BY WS-ATUAL-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY WS-ATUAL-PALAVRA-PARA.

       COPY REGRTAB
           REPLACING TABREGRA-REC     BY WS-TABELA-PROPOSTA
                     TABREGRA-TAMANHO BY WS-PROP-TAMANHO
                     TABREGRA-DE      BY WS-PROP-DE
                     TABREGRA-PARA    BY WS-PROP-PARA
                     TABREGRA-ACERTOS BY WS-PROP-ACERTOS
                     TABREGRA-QTD-APLICADAS BY WS-PROP-QTD-APLICADAS
                     TABREGRA-APLICADAS BY WS-PROP-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY WS-PROP-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY WS-PROP-DEF-PALAVRA
                     TABREGRA-TIPO BY WS-PROP-TIPO
                     TABREGRA-ESCOPO BY WS-PROP-ESCOPO
                     TABREGRA-POSICAO BY WS-PROP-POSICAO
                     TABREGRA-PALAVRA-DE BY WS-PROP-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY WS-PROP-PALAVRA-PARA.

       01 WS-SUB-PROCURA               PIC 9(5).
       01 WS-SUB-DESLOCA               PIC 9(5).
           88 REGRA-VIGENTE            VALUE "S".
       01 WS-DATAS-VALIDAS             PIC X(1).
           88 DATAS-VIGENCIA-VALIDAS   VALUE "S".
       01 WS-DEFINICAO-VALIDA          PIC X(1).
           88 DEFINICAO-REGRA-VALIDA   VALUE "S".
       01 WS-MOTIVO-DEFINICAO          PIC X(40).
       01 WS-TAM-PALAVRA               PIC 9(2).
       01 WS-DATA-INICIO               PIC 9(8).
       01 WS-DATA-FIM                  PIC 9(8).

                   MOVE RC-TAMANHO TO WS-ATUAL-TAMANHO (IDX-ATUAL)
                   MOVE RC-DE      TO WS-ATUAL-DE      (IDX-ATUAL)
                   MOVE RC-PARA    TO WS-ATUAL-PARA    (IDX-ATUAL)
                   MOVE RC-DEF-PALAVRA
                       TO WS-ATUAL-DEF-PALAVRA (IDX-ATUAL)
                   MOVE ZERO       TO WS-ATUAL-ACERTOS (IDX-ATUAL)
               END-IF
           END-IF.
               MOVE "N" TO WS-DATAS-VALIDAS
           END-IF.

       1316-VALIDAR-DEFINICAO.
           MOVE "S" TO WS-DEFINICAO-VALIDA
           IF NOT TR-ESCOPO-POSICAO
               MOVE "0" TO TR-POSICAO
           END-IF
           EVALUATE TRUE
               WHEN NOT TR-TIPO-CARACTERE AND NOT TR-TIPO-PALAVRA
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "TIPO DE REGRA INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN NOT TR-ESCOPO-VALIDO
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "ESCOPO INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN TR-ESCOPO-POSICAO
                       AND (TR-POSICAO < "1" OR TR-POSICAO > "7")
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "POSICAO DE PALAVRA INVALIDA PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN TR-TIPO-PALAVRA
                   PERFORM 1318-VALIDAR-PALAVRAS
                   MOVE ZERO TO TR-TAMANHO
                   MOVE SPACES TO TR-DE
                   MOVE SPACES TO TR-PARA
               WHEN TR-TAMANHO < 1 OR TR-TAMANHO > 4
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "TAMANHO INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN OTHER
                   MOVE SPACES TO TR-PALAVRA-DE
                   MOVE SPACES TO TR-PALAVRA-PARA
           END-EVALUATE.

       1318-VALIDAR-PALAVRAS.
           MOVE ZERO TO WS-TAM-PALAVRA
           INSPECT TR-PALAVRA-DE
               TALLYING WS-TAM-PALAVRA FOR CHARACTERS BEFORE INITIAL " "
           IF WS-TAM-PALAVRA = ZERO
               MOVE "N" TO WS-DEFINICAO-VALIDA
           ELSE
               IF WS-TAM-PALAVRA < 14
                   IF TR-PALAVRA-DE (WS-TAM-PALAVRA + 1:) NOT = SPACES
                       MOVE "N" TO WS-DEFINICAO-VALIDA
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-TAM-PALAVRA
           INSPECT TR-PALAVRA-PARA
               TALLYING WS-TAM-PALAVRA FOR CHARACTERS BEFORE INITIAL " "
           IF WS-TAM-PALAVRA = ZERO
               MOVE "N" TO WS-DEFINICAO-VALIDA
           ELSE
               IF WS-TAM-PALAVRA < 14
                   IF TR-PALAVRA-PARA (WS-TAM-PALAVRA + 1:) NOT = SPACES
                       MOVE "N" TO WS-DEFINICAO-VALIDA
                   END-IF
               END-IF
           END-IF
           IF TR-PALAVRA-DE = TR-PALAVRA-PARA
               MOVE "N" TO WS-DEFINICAO-VALIDA
           END-IF
           IF NOT DEFINICAO-REGRA-VALIDA
               MOVE "PALAVRAS INVALIDAS PARA CODIGO "
                   TO WS-MOTIVO-DEFINICAO
           END-IF.

       1317-VERIFICAR-VIGENCIA-TXN.
           MOVE "S" TO WS-REGRA-VIGENTE
           IF WS-DATA-INICIO > WS-DATA-SIMULACAO

       1330-INCLUIR-PROPOSTA.
           PERFORM 1315-TRATAR-DATAS-VIGENCIA
           PERFORM 1316-VALIDAR-DEFINICAO
           EVALUATE TRUE
               WHEN NOT DEFINICAO-REGRA-VALIDA
                   ADD 1 TO WS-QTD-TXN-REJEITADAS
                   DISPLAY FUNCTION TRIM (WS-MOTIVO-DEFINICAO) " "
                       TR-CODIGO
               WHEN NOT DATAS-VIGENCIA-VALIDAS
                   ADD 1 TO WS-QTD-TXN-REJEITADAS
                   DISPLAY "DATA DE VIGENCIA INVALIDA PARA CODIGO "
           MOVE TR-TAMANHO TO WS-PROP-TAMANHO (WS-SUB-PROCURA)
           MOVE TR-DE      TO WS-PROP-DE      (WS-SUB-PROCURA)
           MOVE TR-PARA    TO WS-PROP-PARA    (WS-SUB-PROCURA)
           MOVE TR-DEF-PALAVRA
               TO WS-PROP-DEF-PALAVRA (WS-SUB-PROCURA)
           MOVE ZERO       TO WS-PROP-ACERTOS (WS-SUB-PROCURA)
           ADD 1 TO WS-QTD-PROPOSTA.

       1340-ALTERAR-PROPOSTA.
           PERFORM 1315-TRATAR-DATAS-VIGENCIA
           PERFORM 1316-VALIDAR-DEFINICAO
           EVALUATE TRUE
               WHEN NOT DEFINICAO-REGRA-VALIDA
                   ADD 1 TO WS-QTD-TXN-REJEITADAS
                   DISPLAY FUNCTION TRIM (WS-MOTIVO-DEFINICAO) " "
                       TR-CODIGO
               WHEN NOT DATAS-VIGENCIA-VALIDAS
                   ADD 1 TO WS-QTD-TXN-REJEITADAS
                   DISPLAY "DATA DE VIGENCIA INVALIDA PARA CODIGO "
                               WS-PROP-TAMANHO (WS-SUB-PROCURA)
                           MOVE TR-DE   TO WS-PROP-DE   (WS-SUB-PROCURA)
                           MOVE TR-PARA TO WS-PROP-PARA (WS-SUB-PROCURA)
                           MOVE TR-DEF-PALAVRA
                               TO WS-PROP-DEF-PALAVRA (WS-SUB-PROCURA)
                           ADD 1 TO WS-QTD-TXN-APLICADAS
                   END-EVALUATE
           END-EVALUATE.
