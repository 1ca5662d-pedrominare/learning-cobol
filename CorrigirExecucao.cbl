       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrigirExecucao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTERFACE-ORIGINAL ASSIGN TO "INTFORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGINAL.

           SELECT ARQ-AUDITORIA-MESTRE ASSIGN TO "AUDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               ALTERNATE RECORD KEY IS AM-FRASE-DEPOIS
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-REGRAS ASSIGN TO "REGRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGRAS.

           SELECT ARQ-DICIONARIO-MESTRE ASSIGN TO "DICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-PALAVRA
               FILE STATUS IS WS-STATUS-DICIONARIO.

           SELECT ARQ-CORRECAO ASSIGN TO "INTFCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRECAO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INTERFACE-ORIGINAL
           RECORDING MODE IS F.
       01 REG-INTERFACE-ORIGINAL       PIC X(80).

       FD  ARQ-AUDITORIA-MESTRE
           RECORDING MODE IS F.
       COPY AUDMST.

       FD  ARQ-REGRAS
           RECORDING MODE IS F.
       COPY CONVRULE.

       FD  ARQ-DICIONARIO-MESTRE
           RECORDING MODE IS F.
       COPY DICMST.

       FD  ARQ-CORRECAO
           RECORDING MODE IS F.
       01 REG-CORRECAO                 PIC X(80).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ORIGINAL           PIC X(2).
       01 WS-STATUS-AUDITORIA          PIC X(2).
       01 WS-STATUS-REGRAS             PIC X(2).
       01 WS-STATUS-DICIONARIO         PIC X(2).
       01 WS-STATUS-CORRECAO           PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-FIM-ORIGINAL              PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-ORIGINAL     VALUE "S".
       01 WS-FIM-REGRAS                PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-REGRAS       VALUE "S".
       01 WS-FIM-HISTORICO             PIC X(1) VALUE "N".
           88 FIM-DO-HISTORICO         VALUE "S".

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-DATA-EXECUCAO             PIC X(8) VALUE SPACES.
       01 WS-SISTEMA-FILTRO            PIC X(8) VALUE SPACES.
       01 WS-MODO-CORRECAO             PIC X(5) VALUE SPACES.
           88 MODO-CORRECAO-VALIDO     VALUE "FOLD" "UPPER" "SPACE"
                                             "PREF" "PLAIN" SPACES.

       01 WS-CORR-DATA-HORA            PIC X(14).
       01 WS-DATA-VIGENCIA             PIC 9(8) VALUE ZERO.
       01 WS-REGRA-VIGENTE             PIC X(1).
           88 REGRA-VIGENTE            VALUE "S".

       01 WS-CAMPOS-ORIGINAL.
           05 WS-ORIG-TIPO             PIC X(2).
           05 WS-ORIG-FRASE-ANTES      PIC X(30).
           05 WS-ORIG-FRASE-DEPOIS     PIC X(30).
           05 WS-ORIG-MODO             PIC X(5).
           05 WS-ORIG-DATA             PIC X(8).
           05 WS-ORIG-SISTEMA          PIC X(8).
       01 WS-REGISTRO-SELECIONADO      PIC X(1).
           88 REGISTRO-SELECIONADO     VALUE "S".
       01 WS-REVERSAO-CONFIRMADA       PIC X(1).
           88 REVERSAO-CONFIRMADA      VALUE "S".

       01 WS-MODO-PROCESSAMENTO        PIC X(5).
           88 MODO-FOLD-CASE           VALUE "FOLD".
           88 MODO-MAIUSCULA           VALUE "UPPER".
           88 MODO-ESPACOS             VALUE "SPACE".
           88 MODO-PREFERIDO           VALUE "PREF".
           88 MODO-SEM-ACENTO          VALUE "PLAIN".

       COPY LETRASNAC.

       COPY REGRTAB
           REPLACING TABREGRA-REC     BY WS-TABELA-REGRAS
                     TABREGRA-QTD     BY WS-QTD-REGRAS
                     TABREGRA-VERSAO  BY WS-VERSAO-REGRAS
                     TABREGRA-ITEM    BY WS-REGRA
                     TABREGRA-IDX     BY IDX-REGRA
                     TABREGRA-CODIGO  BY WS-REGRA-CODIGO
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

       01 FRASE                        PIC X(14).
       01 WS-FRASE-ANTES               PIC X(14).
       01 WS-PALAVRAS-FRASE.
           05 WS-PALAVRA OCCURS 7 TIMES
                   INDEXED BY IDX-PALAVRA PIC X(14).
       01 WS-CONT-DUPLO                PIC 9(3).
       01 WS-FRASE-SEM-DUPLO           PIC X(1).
           88 FRASE-SEM-ESPACO-DUPLO   VALUE "S".
       01 WS-POS-ESPACO                PIC 9(2).
       01 WS-FRASE-TEMP                PIC X(14).
       01 WS-PTR-FRASE                 PIC 9(3).
       01 WS-FRASE-REMONTADA           PIC X(120).

       01 WS-CONTADORES-CORRECAO.
           05 WS-QTD-LIDOS-ORIGINAL    PIC 9(7) VALUE ZERO.
           05 WS-QTD-REVERTIDAS        PIC 9(8) VALUE ZERO.
           05 WS-QTD-CORRIGIDAS        PIC 9(8) VALUE ZERO.
           05 WS-QTD-ALTERADAS         PIC 9(7) VALUE ZERO.
           05 WS-QTD-SEM-AUDITORIA     PIC 9(7) VALUE ZERO.

       01 CAB-CORRECAO-1.
           05 FILLER                   PIC X(36) VALUE
               "CORRECAO DE EXECUCAO DA INTERFACE".
           05 FILLER                   PIC X(6)  VALUE "DATA: ".
           05 CAB-DATA-EXECUCAO        PIC X(8).
           05 FILLER                   PIC X(11) VALUE "  SISTEMA: ".
           05 CAB-SISTEMA              PIC X(8).
           05 FILLER                   PIC X(8)  VALUE "  MODO: ".
           05 CAB-MODO                 PIC X(8).

       01 CAB-SEM-AUDITORIA.
           05 FILLER                   PIC X(52) VALUE
               "REVERSOES SEM CONFIRMACAO NO HISTORICO DE AUDITORIA".

       01 CAB-ALTERADAS-1.
           05 FILLER                   PIC X(40) VALUE
               "FRASES ALTERADAS PELA CORRECAO".

       01 CAB-ALTERADAS-2.
           05 FILLER                   PIC X(20) VALUE "FRASE ORIGINAL".
           05 FILLER                   PIC X(20) VALUE "VALOR ENVIADO".
           05 FILLER                   PIC X(20) VALUE
               "VALOR CORRIGIDO".
           05 FILLER                   PIC X(8)  VALUE "MODO".
           05 FILLER                   PIC X(8)  VALUE "SISTEMA".

       01 DET-CORRECAO.
           05 DET-COR-FRASE-ANTES      PIC X(14).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DET-COR-ENVIADA          PIC X(14).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DET-COR-CORRIGIDA        PIC X(14).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DET-COR-MODO             PIC X(5).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DET-COR-SISTEMA          PIC X(8).

       01 RODAPE-CORRECAO.
           05 FILLER                   PIC X(12) VALUE "REVERTIDAS: ".
           05 RODAPE-COR-REVERTIDAS    PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "CORRIGIDAS: ".
           05 RODAPE-COR-CORRIGIDAS    PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "ALTERADAS: ".
           05 RODAPE-COR-ALTERADAS     PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               "SEM AUDITORIA: ".
           05 RODAPE-COR-SEM-AUDIT     PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-GERAR-REVERSOES
           PERFORM 3000-GERAR-CORRECOES
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CORR-DATA-HORA
           MOVE WS-CORR-DATA-HORA (1:8) TO WS-DATA-VIGENCIA
           OPEN INPUT ARQ-AUDITORIA-MESTRE
           IF WS-STATUS-AUDITORIA NOT = "00"
                   AND WS-STATUS-AUDITORIA NOT = "05"
               DISPLAY "ERRO AO ABRIR AUDMST - STATUS: "
                   WS-STATUS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DICIONARIO-MESTRE
           IF WS-STATUS-DICIONARIO NOT = "00"
                   AND WS-STATUS-DICIONARIO NOT = "05"
               DISPLAY "ERRO AO ABRIR DICMST - STATUS: "
                   WS-STATUS-DICIONARIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-CORRECAO
           IF WS-STATUS-CORRECAO NOT = "00"
               DISPLAY "ERRO AO ABRIR INTFCORR - STATUS: "
                   WS-STATUS-CORRECAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCORR - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARREGAR-REGRAS
           PERFORM 1070-GRAVAR-CABECALHO-CORR
           MOVE WS-DATA-EXECUCAO TO CAB-DATA-EXECUCAO
           IF WS-SISTEMA-FILTRO = SPACES
               MOVE "TODOS" TO CAB-SISTEMA
           ELSE
               MOVE WS-SISTEMA-FILTRO TO CAB-SISTEMA
           END-IF
           IF WS-MODO-CORRECAO = SPACES
               MOVE "ORIGINAL" TO CAB-MODO
           ELSE
               MOVE WS-MODO-CORRECAO TO CAB-MODO
           END-IF
           MOVE CAB-CORRECAO-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       1050-TRATAR-PARM.
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
           END-IF
           IF WS-DATA-EXECUCAO = SPACES
               DISPLAY "ERRO: DATA DA EXECUCAO NAO INFORMADA - "
                   "PARM DATA=AAAAMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT MODO-CORRECAO-VALIDO
               DISPLAY "ERRO: MODO DE CORRECAO INVALIDO: "
                   WS-MODO-CORRECAO
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
           IF WS-TOKEN-1 (1:5) = "DATA="
                   AND WS-TOKEN-1 (6:8) IS NUMERIC
               MOVE WS-TOKEN-1 (6:8) TO WS-DATA-EXECUCAO
           ELSE
               IF WS-TOKEN-1 (1:8) = "SISTEMA="
                   MOVE WS-TOKEN-1 (9:8) TO WS-SISTEMA-FILTRO
               ELSE
                   IF WS-TOKEN-1 (1:5) = "MODE="
                       MOVE WS-TOKEN-1 (6:5) TO WS-MODO-CORRECAO
                   END-IF
               END-IF
           END-IF.

       1070-GRAVAR-CABECALHO-CORR.
           MOVE SPACES TO REG-CORRECAO
           STRING "H;CORRIGIREXECUCAO;" DELIMITED BY SIZE
                  WS-CORR-DATA-HORA DELIMITED BY SIZE
               INTO REG-CORRECAO
           END-STRING
           WRITE REG-CORRECAO.

       1100-ABRIR-ORIGINAL.
           MOVE "N" TO WS-FIM-ORIGINAL
           OPEN INPUT ARQ-INTERFACE-ORIGINAL
           IF WS-STATUS-ORIGINAL NOT = "00"
               DISPLAY "ERRO AO ABRIR INTFORIG - STATUS: "
                   WS-STATUS-ORIGINAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-LER-ORIGINAL.
           MOVE "N" TO WS-REGISTRO-SELECIONADO
           READ ARQ-INTERFACE-ORIGINAL
               AT END
                   SET FIM-ARQUIVO-ORIGINAL TO TRUE
               NOT AT END
                   IF REG-INTERFACE-ORIGINAL (1:2) = "D;"
                       PERFORM 1160-SEPARAR-CAMPOS
                   END-IF
           END-READ.

       1160-SEPARAR-CAMPOS.
           MOVE SPACES TO WS-CAMPOS-ORIGINAL
           UNSTRING REG-INTERFACE-ORIGINAL DELIMITED BY ";"
               INTO WS-ORIG-TIPO WS-ORIG-FRASE-ANTES
                    WS-ORIG-FRASE-DEPOIS WS-ORIG-MODO
                    WS-ORIG-DATA WS-ORIG-SISTEMA
           END-UNSTRING
           IF WS-ORIG-DATA = WS-DATA-EXECUCAO
               IF WS-SISTEMA-FILTRO = SPACES
                       OR WS-ORIG-SISTEMA = WS-SISTEMA-FILTRO
                   SET REGISTRO-SELECIONADO TO TRUE
               END-IF
           END-IF.

       1200-CARREGAR-REGRAS.
           MOVE ZERO TO WS-QTD-REGRAS
           MOVE 1 TO WS-VERSAO-REGRAS
           OPEN INPUT ARQ-REGRAS
           IF WS-STATUS-REGRAS NOT = "00"
               DISPLAY "ERRO AO ABRIR REGRAS - STATUS: "
                   WS-STATUS-REGRAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-ARQUIVO-REGRAS
               READ ARQ-REGRAS
                   AT END
                       SET FIM-ARQUIVO-REGRAS TO TRUE
                   NOT AT END
                       PERFORM 1210-ADICIONAR-REGRA
               END-READ
           END-PERFORM
           CLOSE ARQ-REGRAS.

       1210-ADICIONAR-REGRA.
           PERFORM 1220-VERIFICAR-VIGENCIA
           IF RC-REGRA-ATIVA AND REGRA-VIGENTE
               IF WS-QTD-REGRAS >= 5000
                   DISPLAY "ERRO: LIMITE DE 5000 REGRAS ATIVAS "
                       "EXCEDIDO - AMPLIAR TABELA DE REGRAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WS-QTD-REGRAS
                   SET IDX-REGRA TO WS-QTD-REGRAS
                   MOVE RC-CODIGO  TO WS-REGRA-CODIGO  (IDX-REGRA)
                   MOVE RC-TAMANHO TO WS-REGRA-TAMANHO (IDX-REGRA)
                   MOVE RC-DE      TO WS-REGRA-DE      (IDX-REGRA)
                   MOVE RC-PARA    TO WS-REGRA-PARA    (IDX-REGRA)
                   MOVE RC-DEF-PALAVRA
                       TO WS-REGRA-DEF-PALAVRA (IDX-REGRA)
                   MOVE ZERO       TO WS-REGRA-ACERTOS (IDX-REGRA)
               END-IF
           END-IF.

       1220-VERIFICAR-VIGENCIA.
           MOVE "S" TO WS-REGRA-VIGENTE
           IF RC-DATA-INICIO IS NUMERIC
                   AND RC-DATA-INICIO > WS-DATA-VIGENCIA
               MOVE "N" TO WS-REGRA-VIGENTE
           END-IF
           IF RC-DATA-FIM IS NUMERIC
                   AND RC-DATA-FIM > ZERO
                   AND RC-DATA-FIM < WS-DATA-VIGENCIA
               MOVE "N" TO WS-REGRA-VIGENTE
           END-IF.

       2000-GERAR-REVERSOES.
           PERFORM 1100-ABRIR-ORIGINAL
           PERFORM 1150-LER-ORIGINAL
           PERFORM UNTIL FIM-ARQUIVO-ORIGINAL
               ADD 1 TO WS-QTD-LIDOS-ORIGINAL
               IF REGISTRO-SELECIONADO
                   PERFORM 2100-GRAVAR-REVERSAO
               END-IF
               PERFORM 1150-LER-ORIGINAL
           END-PERFORM
           CLOSE ARQ-INTERFACE-ORIGINAL.

       2100-GRAVAR-REVERSAO.
           PERFORM 2150-CONFIRMAR-NA-AUDITORIA
           IF NOT REVERSAO-CONFIRMADA
               ADD 1 TO WS-QTD-SEM-AUDITORIA
               IF WS-QTD-SEM-AUDITORIA = 1
                   MOVE CAB-SEM-AUDITORIA TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO AFTER ADVANCING 2
               END-IF
               MOVE SPACES TO DET-CORRECAO
               MOVE WS-ORIG-FRASE-ANTES TO DET-COR-FRASE-ANTES
               MOVE WS-ORIG-FRASE-DEPOIS TO DET-COR-ENVIADA
               MOVE WS-ORIG-MODO TO DET-COR-MODO
               MOVE WS-ORIG-SISTEMA TO DET-COR-SISTEMA
               MOVE DET-CORRECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO REG-CORRECAO
           STRING "R;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORIG-FRASE-ANTES TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORIG-FRASE-DEPOIS TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORIG-MODO TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ORIG-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ORIG-SISTEMA DELIMITED BY SIZE
               INTO REG-CORRECAO
           END-STRING
           WRITE REG-CORRECAO
           ADD 1 TO WS-QTD-REVERTIDAS.

       2150-CONFIRMAR-NA-AUDITORIA.
           MOVE "N" TO WS-REVERSAO-CONFIRMADA
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE WS-ORIG-FRASE-ANTES TO AM-FRASE-ANTES
           MOVE LOW-VALUES TO AM-DATA-HORA
           MOVE WS-DATA-EXECUCAO TO AM-DATA-HORA (1:8)
           MOVE ZERO TO AM-SEQUENCIA
           START ARQ-AUDITORIA-MESTRE
               KEY IS NOT LESS THAN AM-CHAVE
               INVALID KEY
                   SET FIM-DO-HISTORICO TO TRUE
           END-START
           PERFORM UNTIL FIM-DO-HISTORICO OR REVERSAO-CONFIRMADA
               READ ARQ-AUDITORIA-MESTRE NEXT RECORD
                   AT END
                       SET FIM-DO-HISTORICO TO TRUE
                   NOT AT END
                       IF AM-FRASE-ANTES = WS-ORIG-FRASE-ANTES
                          AND AM-DATA-HORA (1:8) = WS-DATA-EXECUCAO
                           IF AM-FRASE-DEPOIS = WS-ORIG-FRASE-DEPOIS
                              AND (AM-SISTEMA-ORIGEM = SPACES
                               OR AM-SISTEMA-ORIGEM = WS-ORIG-SISTEMA)
                               SET REVERSAO-CONFIRMADA TO TRUE
                           END-IF
                       ELSE
                           SET FIM-DO-HISTORICO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3000-GERAR-CORRECOES.
           MOVE CAB-ALTERADAS-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           MOVE CAB-ALTERADAS-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM 1100-ABRIR-ORIGINAL
           PERFORM 1150-LER-ORIGINAL
           PERFORM UNTIL FIM-ARQUIVO-ORIGINAL
               IF REGISTRO-SELECIONADO
                   PERFORM 3100-RECONVERTER-FRASE
                   PERFORM 3200-GRAVAR-CORRECAO
               END-IF
               PERFORM 1150-LER-ORIGINAL
           END-PERFORM
           CLOSE ARQ-INTERFACE-ORIGINAL.

       3100-RECONVERTER-FRASE.
           IF WS-MODO-CORRECAO = SPACES
               MOVE WS-ORIG-MODO TO WS-MODO-PROCESSAMENTO
           ELSE
               MOVE WS-MODO-CORRECAO TO WS-MODO-PROCESSAMENTO
           END-IF
           MOVE WS-ORIG-FRASE-ANTES TO FRASE
           MOVE FRASE TO WS-FRASE-ANTES
           EVALUATE TRUE
               WHEN MODO-MAIUSCULA
                   MOVE FUNCTION UPPER-CASE (FRASE) TO FRASE
               WHEN MODO-ESPACOS
                   PERFORM 3180-COMPACTAR-ESPACOS
               WHEN MODO-PREFERIDO
                   PERFORM 3160-NORMALIZAR-PREFERIDO
               WHEN MODO-SEM-ACENTO
                   INSPECT FRASE
                       CONVERTING LETRAS-NACIONAIS-R
                       TO LETRAS-SEM-ACENTO-R
               WHEN OTHER
                   CALL "ConverterCaso"
                       USING FRASE, WS-TABELA-REGRAS
           END-EVALUATE.

       3160-NORMALIZAR-PREFERIDO.
           MOVE SPACES TO WS-PALAVRAS-FRASE
           UNSTRING FRASE DELIMITED BY ALL SPACE
               INTO WS-PALAVRA (1) WS-PALAVRA (2)
                    WS-PALAVRA (3) WS-PALAVRA (4)
                    WS-PALAVRA (5) WS-PALAVRA (6)
                    WS-PALAVRA (7)
           END-UNSTRING
           PERFORM VARYING IDX-PALAVRA FROM 1 BY 1
                   UNTIL IDX-PALAVRA > 7
               IF WS-PALAVRA (IDX-PALAVRA) NOT = SPACES
                   PERFORM 3165-TROCAR-POR-PREFERIDO
               END-IF
           END-PERFORM
           PERFORM 3168-REMONTAR-FRASE.

       3165-TROCAR-POR-PREFERIDO.
           MOVE FUNCTION UPPER-CASE (WS-PALAVRA (IDX-PALAVRA))
               TO DM-PALAVRA
           INSPECT DM-PALAVRA
               CONVERTING LN-ACENTUADAS-MINUSCULAS
               TO LN-ACENTUADAS-MAIUSCULAS
           READ ARQ-DICIONARIO-MESTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DM-PALAVRA-ATIVA AND DM-SINONIMO
                           AND DM-TERMO-PREFERIDO NOT = SPACES
                       MOVE DM-TERMO-PREFERIDO
                           TO WS-PALAVRA (IDX-PALAVRA)
                   END-IF
           END-READ.

       3168-REMONTAR-FRASE.
           MOVE SPACES TO WS-FRASE-REMONTADA
           MOVE 1 TO WS-PTR-FRASE
           PERFORM VARYING IDX-PALAVRA FROM 1 BY 1
                   UNTIL IDX-PALAVRA > 7
               IF WS-PALAVRA (IDX-PALAVRA) NOT = SPACES
                   IF WS-PTR-FRASE > 1
                       ADD 1 TO WS-PTR-FRASE
                   END-IF
                   STRING WS-PALAVRA (IDX-PALAVRA)
                           DELIMITED BY SPACE
                       INTO WS-FRASE-REMONTADA
                       WITH POINTER WS-PTR-FRASE
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-PTR-FRASE > 15
               MOVE WS-FRASE-ANTES TO FRASE
               DISPLAY "AVISO: FRASE PREFERIDA EXCEDE 14 - MANTIDA "
                   "A ORIGINAL: " WS-FRASE-ANTES
           ELSE
               MOVE WS-FRASE-REMONTADA (1:14) TO FRASE
           END-IF.

       3180-COMPACTAR-ESPACOS.
           MOVE "N" TO WS-FRASE-SEM-DUPLO
           PERFORM UNTIL FRASE-SEM-ESPACO-DUPLO
               MOVE ZERO TO WS-CONT-DUPLO
               INSPECT FRASE TALLYING WS-CONT-DUPLO FOR ALL "  "
               IF WS-CONT-DUPLO = ZERO
                   SET FRASE-SEM-ESPACO-DUPLO TO TRUE
               ELSE
                   PERFORM 3185-REMOVER-ESPACO-DUPLO
               END-IF
           END-PERFORM.

       3185-REMOVER-ESPACO-DUPLO.
           PERFORM VARYING WS-POS-ESPACO FROM 1 BY 1
                   UNTIL WS-POS-ESPACO > 13
                      OR (FRASE (WS-POS-ESPACO:1) = SPACE
                          AND FRASE (WS-POS-ESPACO + 1:1) = SPACE)
               CONTINUE
           END-PERFORM
           IF WS-POS-ESPACO <= 13
               MOVE SPACES TO WS-FRASE-TEMP
               MOVE FRASE (WS-POS-ESPACO + 1:14 - WS-POS-ESPACO)
                   TO WS-FRASE-TEMP (1:14 - WS-POS-ESPACO)
               MOVE WS-FRASE-TEMP (1:15 - WS-POS-ESPACO)
                   TO FRASE (WS-POS-ESPACO:15 - WS-POS-ESPACO)
           END-IF.

       3200-GRAVAR-CORRECAO.
           MOVE SPACES TO REG-CORRECAO
           STRING "D;" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FRASE-ANTES TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (FRASE TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MODO-PROCESSAMENTO TRAILING)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CORR-DATA-HORA (1:8) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ORIG-SISTEMA DELIMITED BY SIZE
               INTO REG-CORRECAO
           END-STRING
           WRITE REG-CORRECAO
           ADD 1 TO WS-QTD-CORRIGIDAS
           IF FRASE NOT = WS-ORIG-FRASE-DEPOIS
               ADD 1 TO WS-QTD-ALTERADAS
               MOVE SPACES TO DET-CORRECAO
               MOVE WS-FRASE-ANTES TO DET-COR-FRASE-ANTES
               MOVE WS-ORIG-FRASE-DEPOIS TO DET-COR-ENVIADA
               MOVE FRASE TO DET-COR-CORRIGIDA
               MOVE WS-MODO-PROCESSAMENTO TO DET-COR-MODO
               MOVE WS-ORIG-SISTEMA TO DET-COR-SISTEMA
               MOVE DET-CORRECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       8500-RODAPE-CORRECAO.
           MOVE SPACES TO REG-CORRECAO
           STRING "T;" DELIMITED BY SIZE
                  WS-QTD-CORRIGIDAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-QTD-REVERTIDAS DELIMITED BY SIZE
               INTO REG-CORRECAO
           END-STRING
           WRITE REG-CORRECAO.

       9000-FIM.
           PERFORM 8500-RODAPE-CORRECAO
           MOVE WS-QTD-REVERTIDAS TO RODAPE-COR-REVERTIDAS
           MOVE WS-QTD-CORRIGIDAS TO RODAPE-COR-CORRIGIDAS
           MOVE WS-QTD-ALTERADAS TO RODAPE-COR-ALTERADAS
           MOVE WS-QTD-SEM-AUDITORIA TO RODAPE-COR-SEM-AUDIT
           MOVE RODAPE-CORRECAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           DISPLAY "REGISTROS LIDOS (ORIGINAL): " WS-QTD-LIDOS-ORIGINAL
           DISPLAY "REVERSOES GERADAS        : " WS-QTD-REVERTIDAS
           DISPLAY "CORRECOES GERADAS        : " WS-QTD-CORRIGIDAS
           DISPLAY "FRASES ALTERADAS         : " WS-QTD-ALTERADAS
           DISPLAY "REVERSOES SEM AUDITORIA  : " WS-QTD-SEM-AUDITORIA
           CLOSE ARQ-AUDITORIA-MESTRE
           CLOSE ARQ-DICIONARIO-MESTRE
           CLOSE ARQ-CORRECAO
           CLOSE ARQ-RELATORIO
           IF WS-QTD-REVERTIDAS = ZERO
               DISPLAY "AVISO: NENHUMA FRASE DA EXECUCAO DE "
                   WS-DATA-EXECUCAO " ENCONTRADA EM INTFORIG"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-QTD-SEM-AUDITORIA > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
