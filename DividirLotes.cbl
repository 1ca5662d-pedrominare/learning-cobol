       IDENTIFICATION DIVISION.
       PROGRAM-ID. DividirLotes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FRASES ASSIGN TO "PHRSEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRASES.

           SELECT ARQ-PARTICAO ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-CONTROLE-DIVISAO ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-RELATORIO ASSIGN TO "RELDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FRASES
           RECORDING MODE IS F.
       COPY PHRASEIN.

       FD  ARQ-PARTICAO
           RECORDING MODE IS F.
       01 REG-PARTICAO                 PIC X(31).

       FD  ARQ-CONTROLE-DIVISAO
           RECORDING MODE IS F.
       COPY DIVCTL.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FRASES             PIC X(2).
       01 WS-STATUS-PARTICAO           PIC X(2).
       01 WS-STATUS-CONTROLE           PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-FIM-FRASES                PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-FRASES       VALUE "S".

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-PARTES-PARM               PIC X(2).
       01 WS-QTD-PARTES                PIC 9(2) VALUE ZERO.
       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-NOME-PARTICAO             PIC X(8).
       01 WS-PARTICAO-ABERTA           PIC 9(2) VALUE ZERO.
       01 WS-PARTICAO-DESTINO          PIC 9(2) VALUE ZERO.
       01 WS-SUB-PARTICAO              PIC 9(2).
       01 WS-SUB-SISTEMA               PIC 9(3).
       01 WS-SUB-CORRENTE              PIC 9(3) VALUE ZERO.
       01 WS-SUB-MAIOR                 PIC 9(3).
       01 WS-SUB-MENOR                 PIC 9(2).
       01 WS-SISTEMA-PROCURADO         PIC X(8).
       01 WS-QTD-VAZIAS                PIC 9(2) VALUE ZERO.

       01 WS-TABELA-SISTEMAS.
           05 WS-QTD-SISTEMAS          PIC 9(3) VALUE ZERO.
           05 WS-SISTEMA OCCURS 500 TIMES
                   INDEXED BY IDX-SISTEMA.
               10 WS-SIS-CODIGO        PIC X(8).
               10 WS-SIS-QTD-LOTES     PIC 9(5).
               10 WS-SIS-QTD-REGISTROS PIC 9(8).
               10 WS-SIS-PARTICAO      PIC 9(2).

       01 WS-TABELA-PARTICOES.
           05 WS-PARTICAO OCCURS 20 TIMES.
               10 WS-PAR-QTD-SISTEMAS  PIC 9(3).
               10 WS-PAR-CARGA         PIC 9(8).
               10 WS-PAR-QTD-REGISTROS PIC 9(8).
               10 WS-PAR-QTD-LOTES     PIC 9(5).
               10 WS-PAR-QTD-RODAPES   PIC 9(5).
               10 WS-PAR-QTD-LIDAS     PIC 9(8).

       01 WS-TOTAIS-DIVISAO.
           05 WS-TOT-QTD-REGISTROS     PIC 9(8) VALUE ZERO.
           05 WS-TOT-QTD-LOTES         PIC 9(5) VALUE ZERO.
           05 WS-TOT-QTD-RODAPES       PIC 9(5) VALUE ZERO.
           05 WS-TOT-QTD-LIDAS         PIC 9(8) VALUE ZERO.

       01 CAB-DIVISAO-1.
           05 FILLER                   PIC X(40) VALUE
               "DIVISAO DE PHRSEIN EM PARTICOES".
           05 FILLER                   PIC X(8)  VALUE "PARTES: ".
           05 CAB-QTD-PARTES           PIC Z9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "DATA/HORA: ".
           05 CAB-DATA-HORA            PIC X(14).

       01 CAB-DIVISAO-2.
           05 FILLER                   PIC X(10) VALUE "SISTEMA".
           05 FILLER                   PIC X(10) VALUE "PARTICAO".
           05 FILLER                   PIC X(8)  VALUE "LOTES".
           05 FILLER                   PIC X(12) VALUE "REGISTROS".

       01 DET-DIVISAO-SISTEMA.
           05 DET-DIV-SISTEMA          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-DIV-PARTICAO         PIC Z9.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DET-DIV-LOTES            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-DIV-REGISTROS        PIC ZZ,ZZZ,ZZ9.

       01 CAB-DIVISAO-3.
           05 FILLER                   PIC X(10) VALUE "PARTICAO".
           05 FILLER                   PIC X(10) VALUE "ARQUIVO".
           05 FILLER                   PIC X(10) VALUE "SISTEMAS".
           05 FILLER                   PIC X(8)  VALUE "LOTES".
           05 FILLER                   PIC X(12) VALUE "LIDAS".
           05 FILLER                   PIC X(12) VALUE "REGISTROS".

       01 DET-DIVISAO-PARTICAO.
           05 DET-PAR-NUMERO           PIC Z9.
           05 FILLER                   PIC X(8)  VALUE SPACES.
           05 DET-PAR-ARQUIVO          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PAR-SISTEMAS         PIC ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-PAR-LOTES            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PAR-LIDAS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PAR-REGISTROS        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PAR-SITUACAO         PIC X(30).

       01 RODAPE-DIVISAO.
           05 FILLER                   PIC X(18) VALUE
               "TOTAL REGISTROS: ".
           05 RODAPE-DIV-REGISTROS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "TOTAL LOTES: ".
           05 RODAPE-DIV-LOTES         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "TOTAL LIDAS: ".
           05 RODAPE-DIV-LIDAS         PIC ZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-APURAR-SISTEMAS
           PERFORM 3000-DISTRIBUIR-SISTEMAS
           PERFORM 4000-GRAVAR-PARTICOES
           PERFORM 5000-GRAVAR-CONTROLE
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN INPUT ARQ-FRASES
           IF WS-STATUS-FRASES NOT = "00"
               DISPLAY "ERRO AO ABRIR PHRSEIN - STATUS: "
                   WS-STATUS-FRASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELDIV - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUB-PARTICAO FROM 1 BY 1
                   UNTIL WS-SUB-PARTICAO > 20
               MOVE ZERO TO WS-PAR-QTD-SISTEMAS (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-CARGA (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-QTD-LOTES (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-QTD-RODAPES (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
           END-PERFORM
           MOVE WS-QTD-PARTES TO CAB-QTD-PARTES
           MOVE WS-DATA-HORA-EXECUCAO TO CAB-DATA-HORA
           MOVE CAB-DIVISAO-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CAB-DIVISAO-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2.

       1050-TRATAR-PARM.
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
           END-IF
           IF WS-QTD-PARTES = ZERO
               DISPLAY "ERRO: QUANTIDADE DE PARTICOES NAO INFORMADA - "
                   "PARM PARTES=1 A 20"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1055-INTERPRETAR-TOKEN.
           EVALUATE WS-IDX-PARM
               WHEN 1
                   PERFORM 1056-TRATAR-UM-TOKEN
               WHEN 2
                   MOVE WS-TOKEN-2 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
               WHEN 3
                   MOVE WS-TOKEN-3 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
           END-EVALUATE.

       1056-TRATAR-UM-TOKEN.
           IF WS-TOKEN-1 (1:7) = "PARTES="
               MOVE WS-TOKEN-1 (8:2) TO WS-PARTES-PARM
               IF WS-PARTES-PARM (2:1) = SPACE
                   MOVE WS-PARTES-PARM (1:1) TO WS-PARTES-PARM (2:1)
                   MOVE "0" TO WS-PARTES-PARM (1:1)
               END-IF
               IF WS-PARTES-PARM IS NUMERIC
                       AND WS-PARTES-PARM >= "01"
                       AND WS-PARTES-PARM <= "20"
                       AND WS-TOKEN-1 (10:1) = SPACE
                   MOVE WS-PARTES-PARM TO WS-QTD-PARTES
               ELSE
                   DISPLAY "ERRO: QUANTIDADE DE PARTICOES INVALIDA: "
                       WS-TOKEN-1 (8:3) " - PARM PARTES=1 A 20"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-APURAR-SISTEMAS.
           PERFORM UNTIL FIM-ARQUIVO-FRASES
               READ ARQ-FRASES
                   AT END
                       SET FIM-ARQUIVO-FRASES TO TRUE
                   NOT AT END
                       PERFORM 2100-CONTAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ARQ-FRASES.

       2100-CONTAR-REGISTRO.
           IF FRASE-REG-CABECALHO
               MOVE LOTE-SISTEMA-ORIGEM TO WS-SISTEMA-PROCURADO
               PERFORM 2200-LOCALIZAR-SISTEMA
               MOVE WS-SUB-SISTEMA TO WS-SUB-CORRENTE
               ADD 1 TO WS-SIS-QTD-LOTES (WS-SUB-CORRENTE)
           ELSE
               IF WS-SUB-CORRENTE = ZERO
                   MOVE SPACES TO WS-SISTEMA-PROCURADO
                   PERFORM 2200-LOCALIZAR-SISTEMA
                   MOVE WS-SUB-SISTEMA TO WS-SUB-CORRENTE
               END-IF
           END-IF
           ADD 1 TO WS-SIS-QTD-REGISTROS (WS-SUB-CORRENTE).

       2200-LOCALIZAR-SISTEMA.
           PERFORM VARYING IDX-SISTEMA FROM 1 BY 1
                   UNTIL IDX-SISTEMA > WS-QTD-SISTEMAS
                      OR WS-SIS-CODIGO (IDX-SISTEMA) =
                         WS-SISTEMA-PROCURADO
               CONTINUE
           END-PERFORM
           IF IDX-SISTEMA > WS-QTD-SISTEMAS
               IF WS-QTD-SISTEMAS >= 500
                   DISPLAY "ERRO: LIMITE DE 500 SISTEMAS NO ARQUIVO "
                       "EXCEDIDO - AMPLIAR TABELA DE SISTEMAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-SISTEMAS
               SET IDX-SISTEMA TO WS-QTD-SISTEMAS
               MOVE WS-SISTEMA-PROCURADO TO WS-SIS-CODIGO (IDX-SISTEMA)
               MOVE ZERO TO WS-SIS-QTD-LOTES (IDX-SISTEMA)
               MOVE ZERO TO WS-SIS-QTD-REGISTROS (IDX-SISTEMA)
               MOVE ZERO TO WS-SIS-PARTICAO (IDX-SISTEMA)
           END-IF
           SET WS-SUB-SISTEMA TO IDX-SISTEMA.

       3000-DISTRIBUIR-SISTEMAS.
           PERFORM WS-QTD-SISTEMAS TIMES
               PERFORM 3100-ESCOLHER-MAIOR-SISTEMA
               PERFORM 3200-ESCOLHER-MENOR-PARTICAO
               MOVE WS-SUB-MENOR TO WS-SIS-PARTICAO (WS-SUB-MAIOR)
               ADD WS-SIS-QTD-REGISTROS (WS-SUB-MAIOR)
                   TO WS-PAR-CARGA (WS-SUB-MENOR)
               ADD 1 TO WS-PAR-QTD-SISTEMAS (WS-SUB-MENOR)
           END-PERFORM
           PERFORM VARYING WS-SUB-SISTEMA FROM 1 BY 1
                   UNTIL WS-SUB-SISTEMA > WS-QTD-SISTEMAS
               MOVE WS-SIS-CODIGO (WS-SUB-SISTEMA) TO DET-DIV-SISTEMA
               IF WS-SIS-CODIGO (WS-SUB-SISTEMA) = SPACES
                   MOVE "(S/ CAB)" TO DET-DIV-SISTEMA
               END-IF
               MOVE WS-SIS-PARTICAO (WS-SUB-SISTEMA) TO DET-DIV-PARTICAO
               MOVE WS-SIS-QTD-LOTES (WS-SUB-SISTEMA) TO DET-DIV-LOTES
               MOVE WS-SIS-QTD-REGISTROS (WS-SUB-SISTEMA)
                   TO DET-DIV-REGISTROS
               MOVE DET-DIVISAO-SISTEMA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.

       3100-ESCOLHER-MAIOR-SISTEMA.
           MOVE ZERO TO WS-SUB-MAIOR
           PERFORM VARYING WS-SUB-SISTEMA FROM 1 BY 1
                   UNTIL WS-SUB-SISTEMA > WS-QTD-SISTEMAS
               IF WS-SIS-PARTICAO (WS-SUB-SISTEMA) = ZERO
                   IF WS-SUB-MAIOR = ZERO
                       MOVE WS-SUB-SISTEMA TO WS-SUB-MAIOR
                   ELSE
                       IF WS-SIS-QTD-REGISTROS (WS-SUB-SISTEMA) >
                               WS-SIS-QTD-REGISTROS (WS-SUB-MAIOR)
                           MOVE WS-SUB-SISTEMA TO WS-SUB-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3200-ESCOLHER-MENOR-PARTICAO.
           MOVE 1 TO WS-SUB-MENOR
           PERFORM VARYING WS-SUB-PARTICAO FROM 2 BY 1
                   UNTIL WS-SUB-PARTICAO > WS-QTD-PARTES
               IF WS-PAR-CARGA (WS-SUB-PARTICAO) <
                       WS-PAR-CARGA (WS-SUB-MENOR)
                   MOVE WS-SUB-PARTICAO TO WS-SUB-MENOR
               END-IF
           END-PERFORM.

       4000-GRAVAR-PARTICOES.
           PERFORM VARYING WS-SUB-PARTICAO FROM 1 BY 1
                   UNTIL WS-SUB-PARTICAO > WS-QTD-PARTES
               PERFORM 4050-MONTAR-NOME-PARTICAO
               OPEN OUTPUT ARQ-PARTICAO
               PERFORM 4060-CONFERIR-ABERTURA-PARTICAO
               CLOSE ARQ-PARTICAO
           END-PERFORM
           MOVE ZERO TO WS-SUB-CORRENTE
           MOVE "N" TO WS-FIM-FRASES
           OPEN INPUT ARQ-FRASES
           IF WS-STATUS-FRASES NOT = "00"
               DISPLAY "ERRO AO ABRIR PHRSEIN - STATUS: "
                   WS-STATUS-FRASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-ARQUIVO-FRASES
               READ ARQ-FRASES
                   AT END
                       SET FIM-ARQUIVO-FRASES TO TRUE
                   NOT AT END
                       PERFORM 4100-ENCAMINHAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ARQ-FRASES
           IF WS-PARTICAO-ABERTA > ZERO
               CLOSE ARQ-PARTICAO
           END-IF.

       4050-MONTAR-NOME-PARTICAO.
           MOVE SPACES TO WS-NOME-PARTICAO
           STRING "PHRSEI" DELIMITED BY SIZE
                  WS-SUB-PARTICAO DELIMITED BY SIZE
               INTO WS-NOME-PARTICAO
           END-STRING.

       4060-CONFERIR-ABERTURA-PARTICAO.
           IF WS-STATUS-PARTICAO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-PARTICAO
                   " - STATUS: " WS-STATUS-PARTICAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4100-ENCAMINHAR-REGISTRO.
           IF FRASE-REG-CABECALHO
               MOVE LOTE-SISTEMA-ORIGEM TO WS-SISTEMA-PROCURADO
               PERFORM 2200-LOCALIZAR-SISTEMA
               MOVE WS-SUB-SISTEMA TO WS-SUB-CORRENTE
           ELSE
               IF WS-SUB-CORRENTE = ZERO
                   MOVE SPACES TO WS-SISTEMA-PROCURADO
                   PERFORM 2200-LOCALIZAR-SISTEMA
                   MOVE WS-SUB-SISTEMA TO WS-SUB-CORRENTE
               END-IF
           END-IF
           MOVE WS-SIS-PARTICAO (WS-SUB-CORRENTE) TO WS-PARTICAO-DESTINO
           IF WS-PARTICAO-DESTINO NOT = WS-PARTICAO-ABERTA
               IF WS-PARTICAO-ABERTA > ZERO
                   CLOSE ARQ-PARTICAO
               END-IF
               MOVE WS-PARTICAO-DESTINO TO WS-SUB-PARTICAO
               PERFORM 4050-MONTAR-NOME-PARTICAO
               OPEN EXTEND ARQ-PARTICAO
               PERFORM 4060-CONFERIR-ABERTURA-PARTICAO
               MOVE WS-PARTICAO-DESTINO TO WS-PARTICAO-ABERTA
           END-IF
           MOVE PHRASE-IN-RECORD TO REG-PARTICAO
           WRITE REG-PARTICAO
           ADD 1 TO WS-PAR-QTD-REGISTROS (WS-PARTICAO-DESTINO)
           ADD 1 TO WS-TOT-QTD-REGISTROS
           EVALUATE TRUE
               WHEN FRASE-REG-CABECALHO
                   ADD 1 TO WS-PAR-QTD-LOTES (WS-PARTICAO-DESTINO)
                   ADD 1 TO WS-TOT-QTD-LOTES
               WHEN FRASE-REG-RODAPE
                   ADD 1 TO WS-PAR-QTD-RODAPES (WS-PARTICAO-DESTINO)
                   ADD 1 TO WS-TOT-QTD-RODAPES
               WHEN OTHER
                   ADD 1 TO WS-PAR-QTD-LIDAS (WS-PARTICAO-DESTINO)
                   ADD 1 TO WS-TOT-QTD-LIDAS
           END-EVALUATE.

       5000-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-DIVISAO
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO ABRIR DIVCTL - STATUS: "
                   WS-STATUS-CONTROLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-CONTROLE-DIVISAO
           SET DVC-REG-GERAL TO TRUE
           MOVE WS-QTD-PARTES TO DVC-PARTICAO
           MOVE WS-TOT-QTD-REGISTROS TO DVC-QTD-REGISTROS
           MOVE WS-TOT-QTD-LOTES TO DVC-QTD-LOTES
           MOVE WS-TOT-QTD-RODAPES TO DVC-QTD-RODAPES
           MOVE WS-TOT-QTD-LIDAS TO DVC-QTD-LIDAS
           MOVE WS-QTD-SISTEMAS TO DVC-QTD-SISTEMAS
           MOVE WS-DATA-HORA-EXECUCAO TO DVC-DATA-HORA
           WRITE REG-CONTROLE-DIVISAO
           MOVE CAB-DIVISAO-3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           PERFORM VARYING WS-SUB-PARTICAO FROM 1 BY 1
                   UNTIL WS-SUB-PARTICAO > WS-QTD-PARTES
               PERFORM 5100-GRAVAR-PARTICAO
           END-PERFORM
           CLOSE ARQ-CONTROLE-DIVISAO.

       5100-GRAVAR-PARTICAO.
           MOVE SPACES TO REG-CONTROLE-DIVISAO
           SET DVC-REG-PARTICAO TO TRUE
           MOVE WS-SUB-PARTICAO TO DVC-PARTICAO
           MOVE WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO)
               TO DVC-QTD-REGISTROS
           MOVE WS-PAR-QTD-LOTES (WS-SUB-PARTICAO) TO DVC-QTD-LOTES
           MOVE WS-PAR-QTD-RODAPES (WS-SUB-PARTICAO) TO DVC-QTD-RODAPES
           MOVE WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO) TO DVC-QTD-LIDAS
           MOVE WS-PAR-QTD-SISTEMAS (WS-SUB-PARTICAO)
               TO DVC-QTD-SISTEMAS
           MOVE WS-DATA-HORA-EXECUCAO TO DVC-DATA-HORA
           WRITE REG-CONTROLE-DIVISAO
           PERFORM 4050-MONTAR-NOME-PARTICAO
           MOVE WS-SUB-PARTICAO TO DET-PAR-NUMERO
           MOVE WS-NOME-PARTICAO TO DET-PAR-ARQUIVO
           MOVE WS-PAR-QTD-SISTEMAS (WS-SUB-PARTICAO)
               TO DET-PAR-SISTEMAS
           MOVE WS-PAR-QTD-LOTES (WS-SUB-PARTICAO) TO DET-PAR-LOTES
           MOVE WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO) TO DET-PAR-LIDAS
           MOVE WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO)
               TO DET-PAR-REGISTROS
           IF WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO) = ZERO
               ADD 1 TO WS-QTD-VAZIAS
               MOVE "VAZIA - NAO EXECUTAR O PASSO" TO DET-PAR-SITUACAO
               DISPLAY "AVISO: PARTICAO " WS-NOME-PARTICAO
                   " SEM REGISTROS"
           ELSE
               MOVE SPACES TO DET-PAR-SITUACAO
           END-IF
           MOVE DET-DIVISAO-PARTICAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       9000-FIM.
           MOVE WS-TOT-QTD-REGISTROS TO RODAPE-DIV-REGISTROS
           MOVE WS-TOT-QTD-LOTES TO RODAPE-DIV-LOTES
           MOVE WS-TOT-QTD-LIDAS TO RODAPE-DIV-LIDAS
           MOVE RODAPE-DIVISAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           CLOSE ARQ-RELATORIO
           IF WS-QTD-VAZIAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
