
           SELECT ARQ-DICIONARIO-MESTRE ASSIGN TO "DICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-PALAVRA
               FILE STATUS IS WS-STATUS-MESTRE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-SINONIMOS ASSIGN TO "DICSINON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINONIMOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXCECOES
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       FD  ARQ-SINONIMOS
           RECORDING MODE IS F.
       COPY TRANDIC
           REPLACING REG-TRANSACAO-DIC BY REG-SINONIMO
                     TD-ACAO           BY SIN-ACAO
                     TD-INCLUIR        BY SIN-INCLUIR
                     TD-DESATIVAR      BY SIN-DESATIVAR
                     TD-PALAVRA        BY SIN-PALAVRA
                     TD-TIPO           BY SIN-TIPO
                     TD-PALAVRA-COMUM  BY SIN-PALAVRA-COMUM
                     TD-SINONIMO       BY SIN-SINONIMO
                     TD-TERMO-PREFERIDO BY SIN-TERMO-PREFERIDO.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EXCECOES           PIC X(2).
       01 WS-STATUS-MESTRE             PIC X(2).
       01 WS-STATUS-CANDIDATOS         PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-STATUS-SINONIMOS          PIC X(2).
       01 WS-FIM-MESTRE                PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-MESTRE       VALUE "S".
       01 WS-AVISO-LIMITE-DIC          PIC X(1) VALUE "N".
           88 AVISO-LIMITE-DIC-FEITO   VALUE "S".
       01 WS-GERAR-SINONIMOS           PIC X(1) VALUE "N".
           88 GERAR-SINONIMOS          VALUE "S".
       01 WS-DISTANCIA-MAXIMA          PIC 9(1) VALUE 2.
       01 WS-DIST-PARM                 PIC X(1).
       01 WS-FIM-EXCECOES              PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-EXCECOES     VALUE "S".
       01 WS-AVISO-LIMITE-CAND         PIC X(1) VALUE "N".
                   INDEXED BY IDX-CAND.
               10 WS-CAND-PALAVRA      PIC X(14).
               10 WS-CAND-OCORRENCIAS  PIC 9(7).
               10 WS-CAND-QTD-SUGESTOES PIC 9(1).
               10 WS-CAND-EMPATE       PIC X(1).
               10 WS-CAND-SUGESTAO OCCURS 3 TIMES.
                   15 WS-SUG-PALAVRA   PIC X(14).
                   15 WS-SUG-PREFERIDO PIC X(14).
                   15 WS-SUG-DISTANCIA PIC 9(1).

       01 WS-TABELA-DICIONARIO.
           05 WS-QTD-DICIONARIO        PIC 9(5) VALUE ZERO.
           05 WS-DIC OCCURS 20000 TIMES
                   INDEXED BY IDX-DIC.
               10 WS-DIC-PALAVRA       PIC X(14).
               10 WS-DIC-NORMAL        PIC X(14).
               10 WS-DIC-TAMANHO       PIC 9(2).
               10 WS-DIC-PREFERIDO     PIC X(14).

       01 WS-TABELA-GRUPOS.
           05 WS-QTD-GRUPOS            PIC 9(4) VALUE ZERO.
           05 WS-GRUPO OCCURS 1000 TIMES
                   INDEXED BY IDX-GRUPO.
               10 WS-GRP-PALAVRA       PIC X(14).
               10 WS-GRP-PREFERIDO     PIC X(14).
               10 WS-GRP-OCORRENCIAS   PIC 9(7).
       01 WS-GRUPO-TEMP                PIC X(35).

       01 WS-CALCULO-DISTANCIA.
           05 WS-NORMAL-CAND           PIC X(14).
           05 WS-TAMANHO-CAND          PIC 9(2).
           05 WS-LIMITE-CAND           PIC 9(1).
           05 WS-DIFERENCA-TAMANHO     PIC S9(2).
           05 WS-DISTANCIA             PIC 9(2).
           05 WS-MENOR-LINHA           PIC 9(2).
           05 WS-CUSTO                 PIC 9(1).
           05 WS-VALOR-CELULA          PIC 9(2).
           05 WS-LIN                   PIC 9(2).
           05 WS-COL                   PIC 9(2).
           05 WS-POS-SUGESTAO          PIC 9(1).
           05 WS-SUB-SUGESTAO          PIC 9(1).
       01 WS-MATRIZ-DISTANCIA.
           05 WS-MAT-LINHA OCCURS 15 TIMES.
               10 WS-MAT-CELULA        PIC 9(2) OCCURS 15 TIMES.

       COPY LETRASNAC.

       01 WS-CAND-TEMP.
           05 WS-TEMP-PALAVRA          PIC X(14).
           05 WS-TEMP-OCORRENCIAS      PIC 9(7).
           05 WS-TEMP-SUGESTOES        PIC X(89).

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-CONTADORES-REVISAO.
           05 WS-QTD-EXC-LIDAS         PIC 9(7) VALUE ZERO.
           05 WS-QTD-JA-CADASTRADAS    PIC 9(7) VALUE ZERO.
           05 WS-QTD-CAND-GRAVADOS     PIC 9(5) VALUE ZERO.
           05 WS-QTD-COM-SUGESTAO      PIC 9(5) VALUE ZERO.
           05 WS-QTD-SIN-GRAVADOS      PIC 9(5) VALUE ZERO.

       01 CAB-REVISAO-1.
           05 FILLER                   PIC X(44) VALUE
           05 FILLER                   PIC X(6)  VALUE "ORDEM".
           05 FILLER                   PIC X(16) VALUE "PALAVRA".
           05 FILLER                   PIC X(12) VALUE "OCORRENCIAS".
           05 FILLER                   PIC X(9)  VALUE SPACES.
           05 FILLER                   PIC X(32) VALUE
               "SUGESTOES (DISTANCIA)".

       01 DET-REVISAO.
           05 DET-ORDEM                PIC ZZZ9.
           05 DET-PALAVRA              PIC X(14).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-OCORRENCIAS          PIC Z,ZZZ,ZZ9.
           05 DET-SUGESTAO OCCURS 3 TIMES.
               10 FILLER               PIC X(2)  VALUE SPACES.
               10 DET-SUG-PALAVRA      PIC X(14).
               10 DET-SUG-ABRE         PIC X(1).
               10 DET-SUG-DISTANCIA    PIC X(1).
               10 DET-SUG-FECHA        PIC X(1).

       01 CAB-GRUPO-1.
           05 FILLER                   PIC X(44) VALUE
               "EXCECOES AGRUPADAS POR PALAVRA SUGERIDA".

       01 LIN-GRUPO.
           05 FILLER                   PIC X(10) VALUE "SUGESTAO: ".
           05 LIN-GRP-PALAVRA          PIC X(14).
           05 FILLER                   PIC X(14) VALUE
               "  PREFERIDO: ".
           05 LIN-GRP-PREFERIDO        PIC X(14).
           05 FILLER                   PIC X(16) VALUE
               "  OCORRENCIAS: ".
           05 LIN-GRP-OCORRENCIAS      PIC Z,ZZZ,ZZ9.

       01 DET-GRUPO.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 DET-GRP-PALAVRA          PIC X(14).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-GRP-OCORRENCIAS      PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  DISTANCIA ".
           05 DET-GRP-DISTANCIA        PIC 9(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-GRP-EMPATE           PIC X(30).

       01 RODAPE-REVISAO.
           05 FILLER                   PIC X(25) VALUE
               "CANDIDATOS GRAVADOS: ".
           05 RODAPE-QTD-CANDIDATOS    PIC Z,ZZZ,ZZ9.

       01 RODAPE-SUGESTOES.
           05 FILLER                   PIC X(25) VALUE
               "COM SUGESTAO: ".
           05 RODAPE-QTD-COM-SUGESTAO  PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
               "SINONIMOS GRAVADOS: ".
           05 RODAPE-QTD-SINONIMOS     PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
               "DISTANCIA MAXIMA: ".
           05 RODAPE-DISTANCIA         PIC 9(1).

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESSAR-EXCECAO
               UNTIL FIM-ARQUIVO-EXCECOES
           PERFORM 3000-ORDENAR-CANDIDATOS
           PERFORM 3500-SUGERIR-PALAVRAS
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           OPEN INPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT = "00"
               DISPLAY "ERRO AO ABRIR EXCECOES - STATUS: "
           END-IF
           OPEN OUTPUT ARQ-CANDIDATOS
           OPEN OUTPUT ARQ-RELATORIO
           IF GERAR-SINONIMOS
               OPEN OUTPUT ARQ-SINONIMOS
               IF WS-STATUS-SINONIMOS NOT = "00"
                   DISPLAY "ERRO AO ABRIR DICSINON - STATUS: "
                       WS-STATUS-SINONIMOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1300-CARREGAR-DICIONARIO
           PERFORM 1100-LER-EXCECAO.

       1050-TRATAR-PARM.
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
           IF WS-TOKEN-1 (1:5) = "DIST="
               MOVE WS-TOKEN-1 (6:1) TO WS-DIST-PARM
               IF WS-DIST-PARM IS NUMERIC AND WS-DIST-PARM <= "2"
                       AND WS-TOKEN-1 (7:1) = SPACE
                   MOVE WS-DIST-PARM TO WS-DISTANCIA-MAXIMA
               ELSE
                   DISPLAY "ERRO: DISTANCIA MAXIMA INVALIDA: "
                       WS-TOKEN-1 (6:2) " - PARM DIST=0, 1 OU 2"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-TOKEN-1 (1:10) = "SINONIMOS="
                   MOVE WS-TOKEN-1 (11:1) TO WS-GERAR-SINONIMOS
               END-IF
           END-IF.

       1300-CARREGAR-DICIONARIO.
           IF WS-STATUS-MESTRE NOT = "35"
               MOVE LOW-VALUES TO DM-PALAVRA
               MOVE "N" TO WS-FIM-MESTRE
               START ARQ-DICIONARIO-MESTRE
                   KEY IS NOT LESS THAN DM-PALAVRA
                   INVALID KEY
                       SET FIM-ARQUIVO-MESTRE TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQUIVO-MESTRE
                   READ ARQ-DICIONARIO-MESTRE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO-MESTRE TO TRUE
                       NOT AT END
                           IF DM-PALAVRA-ATIVA
                               PERFORM 1310-ADICIONAR-PALAVRA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1310-ADICIONAR-PALAVRA.
           IF WS-QTD-DICIONARIO >= 20000
               IF NOT AVISO-LIMITE-DIC-FEITO
                   DISPLAY "AVISO: LIMITE DE 20000 PALAVRAS DO "
                       "DICIONARIO ATINGIDO - PALAVRAS ALEM DO "
                       "LIMITE NAO SERAO SUGERIDAS"
                   SET AVISO-LIMITE-DIC-FEITO TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-QTD-DICIONARIO
               SET IDX-DIC TO WS-QTD-DICIONARIO
               MOVE DM-PALAVRA TO WS-DIC-PALAVRA (IDX-DIC)
               MOVE FUNCTION UPPER-CASE (DM-PALAVRA)
                   TO WS-DIC-NORMAL (IDX-DIC)
               INSPECT WS-DIC-NORMAL (IDX-DIC)
                   CONVERTING LN-ACENTUADAS-MINUSCULAS
                   TO LN-ACENTUADAS-MAIUSCULAS
               INSPECT WS-DIC-NORMAL (IDX-DIC)
                   CONVERTING LN-ACENTUADAS-MAIUSCULAS
                   TO LN-SEM-ACENTO-MAIUSCULAS
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-DIC-NORMAL (IDX-DIC) TRAILING))
                   TO WS-DIC-TAMANHO (IDX-DIC)
               IF DM-SINONIMO AND DM-TERMO-PREFERIDO NOT = SPACES
                   MOVE DM-TERMO-PREFERIDO
                       TO WS-DIC-PREFERIDO (IDX-DIC)
               ELSE
                   MOVE DM-PALAVRA TO WS-DIC-PREFERIDO (IDX-DIC)
               END-IF
           END-IF.

       1100-LER-EXCECAO.
           READ ARQ-EXCECOES
               AT END
               END-PERFORM
           END-PERFORM.

       3500-SUGERIR-PALAVRAS.
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > WS-QTD-CANDIDATOS
               PERFORM 3510-SUGERIR-CANDIDATO
           END-PERFORM.

       3510-SUGERIR-CANDIDATO.
           MOVE ZERO TO WS-CAND-QTD-SUGESTOES (IDX-CAND)
           MOVE "N" TO WS-CAND-EMPATE (IDX-CAND)
           MOVE WS-CAND-PALAVRA (IDX-CAND) TO WS-NORMAL-CAND
           INSPECT WS-NORMAL-CAND
               CONVERTING LN-ACENTUADAS-MAIUSCULAS
               TO LN-SEM-ACENTO-MAIUSCULAS
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM (WS-NORMAL-CAND TRAILING))
               TO WS-TAMANHO-CAND
           MOVE WS-DISTANCIA-MAXIMA TO WS-LIMITE-CAND
           IF WS-TAMANHO-CAND <= 4 AND WS-LIMITE-CAND > 1
               MOVE 1 TO WS-LIMITE-CAND
           END-IF
           PERFORM VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > WS-QTD-DICIONARIO
               COMPUTE WS-DIFERENCA-TAMANHO =
                   WS-DIC-TAMANHO (IDX-DIC) - WS-TAMANHO-CAND
               IF WS-DIFERENCA-TAMANHO <= WS-LIMITE-CAND
                       AND WS-DIFERENCA-TAMANHO >= - WS-LIMITE-CAND
                   PERFORM 3520-CALCULAR-DISTANCIA
                   IF WS-DISTANCIA <= WS-LIMITE-CAND
                       PERFORM 3550-CLASSIFICAR-SUGESTAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAND-QTD-SUGESTOES (IDX-CAND) > ZERO
               ADD 1 TO WS-QTD-COM-SUGESTAO
               IF WS-CAND-QTD-SUGESTOES (IDX-CAND) > 1
                   IF WS-SUG-DISTANCIA (IDX-CAND 2) =
                           WS-SUG-DISTANCIA (IDX-CAND 1)
                       AND WS-SUG-PREFERIDO (IDX-CAND 2) NOT =
                           WS-SUG-PREFERIDO (IDX-CAND 1)
                       MOVE "S" TO WS-CAND-EMPATE (IDX-CAND)
                   END-IF
               END-IF
           END-IF.

       3520-CALCULAR-DISTANCIA.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-DIC-TAMANHO (IDX-DIC) + 1
               COMPUTE WS-MAT-CELULA (1 WS-COL) = WS-COL - 1
           END-PERFORM
           MOVE ZERO TO WS-MENOR-LINHA
           PERFORM VARYING WS-LIN FROM 2 BY 1
                   UNTIL WS-LIN > WS-TAMANHO-CAND + 1
                      OR WS-MENOR-LINHA > WS-LIMITE-CAND
               COMPUTE WS-MAT-CELULA (WS-LIN 1) = WS-LIN - 1
               MOVE WS-MAT-CELULA (WS-LIN 1) TO WS-MENOR-LINHA
               PERFORM VARYING WS-COL FROM 2 BY 1
                       UNTIL WS-COL > WS-DIC-TAMANHO (IDX-DIC) + 1
                   PERFORM 3530-CALCULAR-CELULA
               END-PERFORM
           END-PERFORM
           IF WS-MENOR-LINHA > WS-LIMITE-CAND
               MOVE 99 TO WS-DISTANCIA
           ELSE
               MOVE WS-MAT-CELULA (WS-TAMANHO-CAND + 1
                                   WS-DIC-TAMANHO (IDX-DIC) + 1)
                   TO WS-DISTANCIA
           END-IF.

       3530-CALCULAR-CELULA.
           IF WS-NORMAL-CAND (WS-LIN - 1:1) =
                   WS-DIC-NORMAL (IDX-DIC) (WS-COL - 1:1)
               MOVE ZERO TO WS-CUSTO
           ELSE
               MOVE 1 TO WS-CUSTO
           END-IF
           COMPUTE WS-VALOR-CELULA =
               WS-MAT-CELULA (WS-LIN - 1 WS-COL - 1) + WS-CUSTO
           IF WS-MAT-CELULA (WS-LIN - 1 WS-COL) + 1 < WS-VALOR-CELULA
               COMPUTE WS-VALOR-CELULA =
                   WS-MAT-CELULA (WS-LIN - 1 WS-COL) + 1
           END-IF
           IF WS-MAT-CELULA (WS-LIN WS-COL - 1) + 1 < WS-VALOR-CELULA
               COMPUTE WS-VALOR-CELULA =
                   WS-MAT-CELULA (WS-LIN WS-COL - 1) + 1
           END-IF
           IF WS-LIN > 2 AND WS-COL > 2
               IF WS-NORMAL-CAND (WS-LIN - 1:1) =
                       WS-DIC-NORMAL (IDX-DIC) (WS-COL - 2:1)
                   AND WS-NORMAL-CAND (WS-LIN - 2:1) =
                       WS-DIC-NORMAL (IDX-DIC) (WS-COL - 1:1)
                   IF WS-MAT-CELULA (WS-LIN - 2 WS-COL - 2) + 1
                           < WS-VALOR-CELULA
                       COMPUTE WS-VALOR-CELULA =
                           WS-MAT-CELULA (WS-LIN - 2 WS-COL - 2) + 1
                   END-IF
               END-IF
           END-IF
           MOVE WS-VALOR-CELULA TO WS-MAT-CELULA (WS-LIN WS-COL)
           IF WS-VALOR-CELULA < WS-MENOR-LINHA
               MOVE WS-VALOR-CELULA TO WS-MENOR-LINHA
           END-IF.

       3550-CLASSIFICAR-SUGESTAO.
           MOVE 1 TO WS-POS-SUGESTAO
           PERFORM VARYING WS-SUB-SUGESTAO FROM 1 BY 1
                   UNTIL WS-SUB-SUGESTAO >
                       WS-CAND-QTD-SUGESTOES (IDX-CAND)
               IF WS-SUG-DISTANCIA (IDX-CAND WS-SUB-SUGESTAO)
                       <= WS-DISTANCIA
                   ADD 1 TO WS-POS-SUGESTAO
               END-IF
           END-PERFORM
           IF WS-POS-SUGESTAO <= 3
               IF WS-CAND-QTD-SUGESTOES (IDX-CAND) < 3
                   ADD 1 TO WS-CAND-QTD-SUGESTOES (IDX-CAND)
               END-IF
               PERFORM VARYING WS-SUB-SUGESTAO
                       FROM WS-CAND-QTD-SUGESTOES (IDX-CAND) BY -1
                       UNTIL WS-SUB-SUGESTAO <= WS-POS-SUGESTAO
                   MOVE WS-CAND-SUGESTAO (IDX-CAND WS-SUB-SUGESTAO - 1)
                       TO WS-CAND-SUGESTAO (IDX-CAND WS-SUB-SUGESTAO)
               END-PERFORM
               MOVE WS-DIC-PALAVRA (IDX-DIC)
                   TO WS-SUG-PALAVRA (IDX-CAND WS-POS-SUGESTAO)
               MOVE WS-DIC-PREFERIDO (IDX-DIC)
                   TO WS-SUG-PREFERIDO (IDX-CAND WS-POS-SUGESTAO)
               MOVE WS-DISTANCIA
                   TO WS-SUG-DISTANCIA (IDX-CAND WS-POS-SUGESTAO)
           END-IF.

       4000-AGRUPAR-POR-SUGESTAO.
           MOVE ZERO TO WS-QTD-GRUPOS
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > WS-QTD-CANDIDATOS
               IF WS-CAND-QTD-SUGESTOES (IDX-CAND) > ZERO
                   PERFORM 4100-ACUMULAR-GRUPO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-ORDENA FROM 1 BY 1
                   UNTIL WS-IDX-ORDENA >= WS-QTD-GRUPOS
               PERFORM VARYING WS-IDX-COMPARA FROM 1 BY 1
                       UNTIL WS-IDX-COMPARA >= WS-QTD-GRUPOS
                   IF WS-GRP-OCORRENCIAS (WS-IDX-COMPARA) <
                           WS-GRP-OCORRENCIAS (WS-IDX-COMPARA + 1)
                       MOVE WS-GRUPO (WS-IDX-COMPARA)
                           TO WS-GRUPO-TEMP
                       MOVE WS-GRUPO (WS-IDX-COMPARA + 1)
                           TO WS-GRUPO (WS-IDX-COMPARA)
                       MOVE WS-GRUPO-TEMP
                           TO WS-GRUPO (WS-IDX-COMPARA + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-ACUMULAR-GRUPO.
           PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > WS-QTD-GRUPOS
                      OR WS-GRP-PALAVRA (IDX-GRUPO) =
                         WS-SUG-PALAVRA (IDX-CAND 1)
               CONTINUE
           END-PERFORM
           IF IDX-GRUPO > WS-QTD-GRUPOS
               ADD 1 TO WS-QTD-GRUPOS
               SET IDX-GRUPO TO WS-QTD-GRUPOS
               MOVE WS-SUG-PALAVRA (IDX-CAND 1)
                   TO WS-GRP-PALAVRA (IDX-GRUPO)
               MOVE WS-SUG-PREFERIDO (IDX-CAND 1)
                   TO WS-GRP-PREFERIDO (IDX-GRUPO)
               MOVE ZERO TO WS-GRP-OCORRENCIAS (IDX-GRUPO)
           END-IF
           ADD WS-CAND-OCORRENCIAS (IDX-CAND)
               TO WS-GRP-OCORRENCIAS (IDX-GRUPO).

       9000-FIM.
           MOVE CAB-REVISAO-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
                   UNTIL IDX-CAND > WS-QTD-CANDIDATOS
               PERFORM 9100-GRAVAR-CANDIDATO
           END-PERFORM
           PERFORM 4000-AGRUPAR-POR-SUGESTAO
           IF WS-QTD-GRUPOS > ZERO
               MOVE CAB-GRUPO-1 TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO AFTER ADVANCING 2
               PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL IDX-GRUPO > WS-QTD-GRUPOS
                   PERFORM 9200-LISTAR-GRUPO
               END-PERFORM
           END-IF
           MOVE WS-QTD-EXC-LIDAS TO RODAPE-QTD-LIDAS
           MOVE WS-QTD-JA-CADASTRADAS TO RODAPE-QTD-CADASTRADAS
           MOVE WS-QTD-CAND-GRAVADOS TO RODAPE-QTD-CANDIDATOS
           MOVE RODAPE-REVISAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           MOVE WS-QTD-COM-SUGESTAO TO RODAPE-QTD-COM-SUGESTAO
           MOVE WS-QTD-SIN-GRAVADOS TO RODAPE-QTD-SINONIMOS
           MOVE WS-DISTANCIA-MAXIMA TO RODAPE-DISTANCIA
           MOVE RODAPE-SUGESTOES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF GERAR-SINONIMOS
               CLOSE ARQ-SINONIMOS
           END-IF
           CLOSE ARQ-EXCECOES
           IF WS-STATUS-MESTRE NOT = "35"
               CLOSE ARQ-DICIONARIO-MESTRE
           MOVE WS-QTD-CAND-GRAVADOS TO DET-ORDEM
           MOVE WS-CAND-PALAVRA (IDX-CAND) TO DET-PALAVRA
           MOVE WS-CAND-OCORRENCIAS (IDX-CAND) TO DET-OCORRENCIAS
           PERFORM VARYING WS-SUB-SUGESTAO FROM 1 BY 1
                   UNTIL WS-SUB-SUGESTAO > 3
               MOVE SPACES TO DET-SUGESTAO (WS-SUB-SUGESTAO)
               IF WS-SUB-SUGESTAO <= WS-CAND-QTD-SUGESTOES (IDX-CAND)
                   MOVE WS-SUG-PALAVRA (IDX-CAND WS-SUB-SUGESTAO)
                       TO DET-SUG-PALAVRA (WS-SUB-SUGESTAO)
                   MOVE "(" TO DET-SUG-ABRE (WS-SUB-SUGESTAO)
                   MOVE WS-SUG-DISTANCIA (IDX-CAND WS-SUB-SUGESTAO)
                       TO DET-SUG-DISTANCIA (WS-SUB-SUGESTAO)
                   MOVE ")" TO DET-SUG-FECHA (WS-SUB-SUGESTAO)
               END-IF
           END-PERFORM
           MOVE DET-REVISAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF GERAR-SINONIMOS
                   AND WS-CAND-QTD-SUGESTOES (IDX-CAND) > ZERO
                   AND WS-CAND-EMPATE (IDX-CAND) NOT = "S"
               PERFORM 9150-GRAVAR-SINONIMO
           END-IF.

       9150-GRAVAR-SINONIMO.
           MOVE SPACES TO REG-SINONIMO
           MOVE "A" TO SIN-ACAO
           MOVE WS-CAND-PALAVRA (IDX-CAND) TO SIN-PALAVRA
           MOVE "S" TO SIN-TIPO
           MOVE WS-SUG-PREFERIDO (IDX-CAND 1) TO SIN-TERMO-PREFERIDO
           WRITE REG-SINONIMO
           ADD 1 TO WS-QTD-SIN-GRAVADOS.

       9200-LISTAR-GRUPO.
           MOVE WS-GRP-PALAVRA (IDX-GRUPO) TO LIN-GRP-PALAVRA
           MOVE WS-GRP-PREFERIDO (IDX-GRUPO) TO LIN-GRP-PREFERIDO
           MOVE WS-GRP-OCORRENCIAS (IDX-GRUPO) TO LIN-GRP-OCORRENCIAS
           MOVE LIN-GRUPO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           PERFORM VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > WS-QTD-CANDIDATOS
               IF WS-CAND-QTD-SUGESTOES (IDX-CAND) > ZERO
                   AND WS-SUG-PALAVRA (IDX-CAND 1) =
                       WS-GRP-PALAVRA (IDX-GRUPO)
                   PERFORM 9210-LISTAR-EXCECAO-DO-GRUPO
               END-IF
           END-PERFORM.

       9210-LISTAR-EXCECAO-DO-GRUPO.
           MOVE WS-CAND-PALAVRA (IDX-CAND) TO DET-GRP-PALAVRA
           MOVE WS-CAND-OCORRENCIAS (IDX-CAND) TO DET-GRP-OCORRENCIAS
           MOVE WS-SUG-DISTANCIA (IDX-CAND 1) TO DET-GRP-DISTANCIA
           IF WS-CAND-EMPATE (IDX-CAND) = "S"
               MOVE "EMPATE - REVISAR ALTERNATIVAS" TO DET-GRP-EMPATE
           ELSE
               MOVE SPACES TO DET-GRP-EMPATE
           END-IF
           MOVE DET-GRUPO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
