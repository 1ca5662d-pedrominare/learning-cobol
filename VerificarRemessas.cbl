       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarRemessas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SISTEMAS ASSIGN TO "SISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-CODIGO
               FILE STATUS IS WS-STATUS-SISTEMAS.

           SELECT ARQ-FRASES ASSIGN TO "PHRSEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRASES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELREMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SISTEMAS
           RECORDING MODE IS F.
       COPY SISTMST.

       FD  ARQ-FRASES
           RECORDING MODE IS F.
       COPY PHRASEIN.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SISTEMAS           PIC X(2).
       01 WS-STATUS-FRASES             PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-FIM-SISTEMAS              PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-SISTEMAS     VALUE "S".
       01 WS-FIM-FRASES                PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-FRASES       VALUE "S".

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-DATA-REFERENCIA           PIC 9(8).
       01 WS-DIA-SEMANA                PIC 9(1).
       01 WS-DIAS-DESDE-BASE           PIC 9(7).

       01 WS-TABELA-RECEBIDOS.
           05 WS-QTD-RECEBIDOS         PIC 9(3) VALUE ZERO.
           05 WS-RECEBIDO OCCURS 200 TIMES
                   INDEXED BY IDX-RECEBIDO.
               10 WS-REC-SISTEMA       PIC X(8).
               10 WS-REC-QTD-LOTES     PIC 9(3).
               10 WS-REC-CADASTRADO    PIC X(1).

       01 WS-CONTADORES-REMESSA.
           05 WS-QTD-ESPERADOS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-AUSENTES          PIC 9(5) VALUE ZERO.
           05 WS-QTD-NAO-CADASTRADOS   PIC 9(5) VALUE ZERO.

       01 WS-NOMES-DIAS.
           05 FILLER                   PIC X(9) VALUE "SEGUNDA".
           05 FILLER                   PIC X(9) VALUE "TERCA".
           05 FILLER                   PIC X(9) VALUE "QUARTA".
           05 FILLER                   PIC X(9) VALUE "QUINTA".
           05 FILLER                   PIC X(9) VALUE "SEXTA".
           05 FILLER                   PIC X(9) VALUE "SABADO".
           05 FILLER                   PIC X(9) VALUE "DOMINGO".
       01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA              PIC X(9) OCCURS 7 TIMES.

       01 CAB-REMESSA-1.
           05 FILLER                   PIC X(40) VALUE
               "VERIFICACAO DE REMESSAS ESPERADAS".
           05 FILLER                   PIC X(6)  VALUE "DATA: ".
           05 CAB-DATA-REFERENCIA      PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CAB-DIA-SEMANA           PIC X(9).

       01 CAB-REMESSA-2.
           05 FILLER                   PIC X(10) VALUE "SISTEMA".
           05 FILLER                   PIC X(32) VALUE "DESCRICAO".
           05 FILLER                   PIC X(8)  VALUE "LOTES".
           05 FILLER                   PIC X(30) VALUE "SITUACAO".

       01 DET-REMESSA.
           05 DET-REM-SISTEMA          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-REM-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-REM-LOTES            PIC ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-REM-SITUACAO         PIC X(30).

       01 RODAPE-REMESSA.
           05 FILLER                   PIC X(20) VALUE
               "SISTEMAS ESPERADOS: ".
           05 RODAPE-REM-ESPERADOS     PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
               "REMESSAS AUSENTES: ".
           05 RODAPE-REM-AUSENTES      PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "NAO CADASTRADOS: ".
           05 RODAPE-REM-NAO-CADASTR   PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-APURAR-RECEBIDOS
           PERFORM 3000-CONFERIR-SISTEMAS
           PERFORM 4000-LISTAR-NAO-CADASTRADOS
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           COMPUTE WS-DIAS-DESDE-BASE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA) - 1
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-DIAS-DESDE-BASE, 7) + 1
           OPEN INPUT ARQ-SISTEMAS
           IF WS-STATUS-SISTEMAS NOT = "00"
                   AND WS-STATUS-SISTEMAS NOT = "05"
               DISPLAY "ERRO AO ABRIR SISTMST - STATUS: "
                   WS-STATUS-SISTEMAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-FRASES
           IF WS-STATUS-FRASES NOT = "00"
               DISPLAY "ERRO AO ABRIR PHRSEIN - STATUS: "
                   WS-STATUS-FRASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELREMES - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-REFERENCIA TO CAB-DATA-REFERENCIA
           MOVE WS-NOME-DIA (WS-DIA-SEMANA) TO CAB-DIA-SEMANA
           MOVE CAB-REMESSA-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CAB-REMESSA-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2.

       1050-TRATAR-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REFERENCIA
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
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
           IF WS-TOKEN-1 (1:5) = "DATA="
                   AND WS-TOKEN-1 (6:8) IS NUMERIC
               MOVE WS-TOKEN-1 (6:8) TO WS-DATA-REFERENCIA
           END-IF.

       2000-APURAR-RECEBIDOS.
           PERFORM UNTIL FIM-ARQUIVO-FRASES
               READ ARQ-FRASES
                   AT END
                       SET FIM-ARQUIVO-FRASES TO TRUE
                   NOT AT END
                       IF FRASE-REG-CABECALHO
                           PERFORM 2100-REGISTRAR-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FRASES.

       2100-REGISTRAR-RECEBIDO.
           PERFORM VARYING IDX-RECEBIDO FROM 1 BY 1
                   UNTIL IDX-RECEBIDO > WS-QTD-RECEBIDOS
                      OR WS-REC-SISTEMA (IDX-RECEBIDO) =
                         LOTE-SISTEMA-ORIGEM
               CONTINUE
           END-PERFORM
           IF IDX-RECEBIDO > WS-QTD-RECEBIDOS
               IF WS-QTD-RECEBIDOS >= 200
                   DISPLAY "ERRO: LIMITE DE 200 SISTEMAS NO ARQUIVO "
                       "EXCEDIDO - AMPLIAR TABELA DE RECEBIDOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-RECEBIDOS
               SET IDX-RECEBIDO TO WS-QTD-RECEBIDOS
               MOVE LOTE-SISTEMA-ORIGEM TO WS-REC-SISTEMA (IDX-RECEBIDO)
               MOVE ZERO TO WS-REC-QTD-LOTES (IDX-RECEBIDO)
               MOVE "N" TO WS-REC-CADASTRADO (IDX-RECEBIDO)
           END-IF
           ADD 1 TO WS-REC-QTD-LOTES (IDX-RECEBIDO).

       3000-CONFERIR-SISTEMAS.
           PERFORM UNTIL FIM-ARQUIVO-SISTEMAS
               READ ARQ-SISTEMAS NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-SISTEMAS TO TRUE
                   NOT AT END
                       PERFORM 3100-CONFERIR-SISTEMA
               END-READ
           END-PERFORM
           CLOSE ARQ-SISTEMAS.

       3100-CONFERIR-SISTEMA.
           PERFORM VARYING IDX-RECEBIDO FROM 1 BY 1
                   UNTIL IDX-RECEBIDO > WS-QTD-RECEBIDOS
                      OR WS-REC-SISTEMA (IDX-RECEBIDO) = SO-CODIGO
               CONTINUE
           END-PERFORM
           IF IDX-RECEBIDO <= WS-QTD-RECEBIDOS
               MOVE "S" TO WS-REC-CADASTRADO (IDX-RECEBIDO)
           END-IF
           IF SO-SISTEMA-ATIVO
                   AND SO-DIA-ENVIO (WS-DIA-SEMANA) = "S"
               ADD 1 TO WS-QTD-ESPERADOS
               MOVE SPACES TO DET-REMESSA
               MOVE SO-CODIGO TO DET-REM-SISTEMA
               MOVE SO-DESCRICAO TO DET-REM-DESCRICAO
               IF IDX-RECEBIDO > WS-QTD-RECEBIDOS
                   ADD 1 TO WS-QTD-AUSENTES
                   MOVE ZERO TO DET-REM-LOTES
                   MOVE "AUSENTE - REMESSA NAO RECEBIDA"
                       TO DET-REM-SITUACAO
                   DISPLAY "AVISO: REMESSA DO SISTEMA " SO-CODIGO
                       " ESPERADA E NAO RECEBIDA"
               ELSE
                   MOVE WS-REC-QTD-LOTES (IDX-RECEBIDO) TO DET-REM-LOTES
                   MOVE "RECEBIDA" TO DET-REM-SITUACAO
               END-IF
               MOVE DET-REMESSA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       4000-LISTAR-NAO-CADASTRADOS.
           PERFORM VARYING IDX-RECEBIDO FROM 1 BY 1
                   UNTIL IDX-RECEBIDO > WS-QTD-RECEBIDOS
               IF WS-REC-CADASTRADO (IDX-RECEBIDO) NOT = "S"
                   ADD 1 TO WS-QTD-NAO-CADASTRADOS
                   MOVE SPACES TO DET-REMESSA
                   MOVE WS-REC-SISTEMA (IDX-RECEBIDO) TO DET-REM-SISTEMA
                   MOVE WS-REC-QTD-LOTES (IDX-RECEBIDO)
                       TO DET-REM-LOTES
                   MOVE "SISTEMA NAO CADASTRADO" TO DET-REM-SITUACAO
                   MOVE DET-REMESSA TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.

       9000-FIM.
           MOVE WS-QTD-ESPERADOS TO RODAPE-REM-ESPERADOS
           MOVE WS-QTD-AUSENTES TO RODAPE-REM-AUSENTES
           MOVE WS-QTD-NAO-CADASTRADOS TO RODAPE-REM-NAO-CADASTR
           MOVE RODAPE-REMESSA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           CLOSE ARQ-RELATORIO
           IF WS-QTD-AUSENTES > ZERO OR WS-QTD-NAO-CADASTRADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
