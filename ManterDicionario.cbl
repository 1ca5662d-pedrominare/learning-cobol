               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT ARQ-PENDENCIAS ASSIGN TO "PENDMUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT ARQ-JORNAL ASSIGN TO "JORNMUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DICIONARIO-MESTRE

       FD  ARQ-TRANSACOES
           RECORDING MODE IS F.
       01 REG-TRANSACAO-ENTRADA        PIC X(80).

       FD  ARQ-DICIONARIO-EXTRATO
           RECORDING MODE IS F.
       COPY DICWORD.

       FD  ARQ-PENDENCIAS
           RECORDING MODE IS F.
       COPY PENDMUD.

       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       COPY JORNMUD.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MESTRE             PIC X(2).
       01 WS-STATUS-TRANSACOES         PIC X(2).
       01 WS-STATUS-EXTRATO            PIC X(2).
       01 WS-STATUS-PENDENCIAS         PIC X(2).
       01 WS-STATUS-JORNAL             PIC X(2).

       COPY TRANDIC.

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-MODO-EXECUCAO             PIC X(1) VALUE "R".
           88 MODO-REGISTRO            VALUE "R".
           88 MODO-APLICACAO           VALUE "A".
       01 WS-USUARIO                   PIC X(8) VALUE SPACES.
       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-SEQ-PENDENCIA             PIC 9(4) VALUE ZERO.
       01 WS-PENDENCIA-GRAVADA         PIC X(1).
           88 PENDENCIA-GRAVADA        VALUE "S".
       01 WS-SOLICITACAO-VALIDA        PIC X(1).
           88 SOLICITACAO-VALIDA       VALUE "S".
       01 WS-FIM-PENDENCIAS            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-PENDENCIAS   VALUE "S".
       01 WS-REJEITADAS-ANTES          PIC 9(5).
       01 WS-IMAGEM-ANTES              PIC X(80).
       01 WS-FIM-TRANSACOES            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-TRANSACOES   VALUE "S".
       01 WS-FIM-MESTRE                PIC X(1) VALUE "N".
           05 WS-QTD-INCLUIDAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-DESATIVADAS       PIC 9(5) VALUE ZERO.
           05 WS-QTD-REJEITADAS-MANUT  PIC 9(5) VALUE ZERO.
           05 WS-QTD-REGISTRADAS       PIC 9(5) VALUE ZERO.
           05 WS-QTD-APLICADAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-FALHAS            PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF MODO-APLICACAO
               PERFORM 5000-APLICAR-APROVADAS
           ELSE
               PERFORM 4000-REGISTRAR-TRANSACAO
                   UNTIL FIM-ARQUIVO-TRANSACOES
           END-IF
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN I-O ARQ-DICIONARIO-MESTRE
           IF WS-STATUS-MESTRE NOT = "00"
                   AND WS-STATUS-MESTRE NOT = "05"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS NOT = "00"
                   AND WS-STATUS-PENDENCIAS NOT = "05"
               DISPLAY "ERRO AO ABRIR PENDMUD - STATUS: "
                   WS-STATUS-PENDENCIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-APLICACAO
               OPEN EXTEND ARQ-JORNAL
               IF WS-STATUS-JORNAL = "35"
                   OPEN OUTPUT ARQ-JORNAL
               END-IF
               IF WS-STATUS-JORNAL NOT = "00"
                   DISPLAY "ERRO AO ABRIR JORNMUD - STATUS: "
                       WS-STATUS-JORNAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT ARQ-TRANSACOES
               IF WS-STATUS-TRANSACOES NOT = "00"
                   DISPLAY "ERRO AO ABRIR DICTXN - STATUS: "
                       WS-STATUS-TRANSACOES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-LER-TRANSACAO
           END-IF.

       1050-TRATAR-PARM.
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
           END-IF
           IF MODO-REGISTRO AND WS-USUARIO = SPACES
               DISPLAY "ERRO: USUARIO SOLICITANTE NAO INFORMADO - "
                   "PARM USER=<USUARIO>"
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
           IF WS-TOKEN-1 (1:5) = "USER="
               MOVE FUNCTION UPPER-CASE (WS-TOKEN-1 (6:8)) TO WS-USUARIO
           ELSE
               IF WS-TOKEN-1 = "APLICAR"
                   SET MODO-APLICACAO TO TRUE
               END-IF
           END-IF.

       1100-LER-TRANSACAO.
           READ ARQ-TRANSACOES INTO REG-TRANSACAO-DIC
               AT END
                   SET FIM-ARQUIVO-TRANSACOES TO TRUE
           END-READ.
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "ACAO INVALIDA PARA PALAVRA " TD-PALAVRA
           END-EVALUATE.

       2100-INCLUIR-PALAVRA.
           PERFORM 2110-VALIDAR-PALAVRA
                   ADD 1 TO WS-QTD-DESATIVADAS
           END-READ.

       4000-REGISTRAR-TRANSACAO.
           PERFORM 4100-VALIDAR-SOLICITACAO
           IF SOLICITACAO-VALIDA
               PERFORM 4200-GRAVAR-PENDENCIA
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS-MANUT
           END-IF
           PERFORM 1100-LER-TRANSACAO.

       4100-VALIDAR-SOLICITACAO.
           MOVE "S" TO WS-SOLICITACAO-VALIDA
           EVALUATE TRUE
               WHEN TD-INCLUIR
                   PERFORM 2110-VALIDAR-PALAVRA
                   EVALUATE TRUE
                       WHEN TD-PALAVRA = SPACES
                       WHEN NOT CARACTERES-SAO-VALIDOS
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "PALAVRA INVALIDA: " TD-PALAVRA
                       WHEN TD-SINONIMO AND TD-TERMO-PREFERIDO = SPACES
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "SINONIMO SEM TERMO PREFERIDO: "
                               TD-PALAVRA
                   END-EVALUATE
               WHEN TD-DESATIVAR
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-SOLICITACAO-VALIDA
                   DISPLAY "ACAO INVALIDA PARA PALAVRA " TD-PALAVRA
           END-EVALUATE
           IF SOLICITACAO-VALIDA
               PERFORM 2130-FORMAR-CHAVE-PALAVRA
               READ ARQ-DICIONARIO-MESTRE
                   INVALID KEY
                       IF TD-DESATIVAR
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "PALAVRA NAO ENCONTRADA: " TD-PALAVRA
                       END-IF
                   NOT INVALID KEY
                       IF TD-INCLUIR AND DM-PALAVRA-ATIVA
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "PALAVRA JA EXISTE: " TD-PALAVRA
                       END-IF
               END-READ
           END-IF.

       4200-GRAVAR-PENDENCIA.
           MOVE SPACES TO REG-PENDENCIA
           MOVE WS-DATA-HORA-EXECUCAO TO PM-DATA-HORA
           MOVE "D" TO PM-ALVO
           MOVE "P" TO PM-SITUACAO
           MOVE WS-USUARIO TO PM-SOLICITANTE
           MOVE REG-TRANSACAO-DIC TO PM-TRANSACAO
           MOVE "N" TO WS-PENDENCIA-GRAVADA
           PERFORM UNTIL PENDENCIA-GRAVADA
               ADD 1 TO WS-SEQ-PENDENCIA
               MOVE WS-SEQ-PENDENCIA TO PM-SEQUENCIA
               WRITE REG-PENDENCIA
                   INVALID KEY
                       IF WS-SEQ-PENDENCIA >= 9999
                           DISPLAY "ERRO AO GRAVAR PENDMUD - STATUS: "
                               WS-STATUS-PENDENCIAS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       SET PENDENCIA-GRAVADA TO TRUE
               END-WRITE
           END-PERFORM
           ADD 1 TO WS-QTD-REGISTRADAS
           DISPLAY "PENDENCIA REGISTRADA: " PM-CHAVE
               " ACAO " TD-ACAO " PALAVRA " TD-PALAVRA
               " SOLICITANTE " WS-USUARIO.

       5000-APLICAR-APROVADAS.
           MOVE LOW-VALUES TO PM-CHAVE
           MOVE "N" TO WS-FIM-PENDENCIAS
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO-PENDENCIAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ARQUIVO-PENDENCIAS
               READ ARQ-PENDENCIAS NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-PENDENCIAS TO TRUE
                   NOT AT END
                       IF PM-ALVO-DICIONARIO AND PM-APROVADA
                           PERFORM 5100-APLICAR-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.

       5100-APLICAR-PENDENCIA.
           MOVE PM-TRANSACAO TO REG-TRANSACAO-DIC
           IF PM-APROVADOR = SPACES
                   OR PM-APROVADOR = PM-SOLICITANTE
               DISPLAY "PENDENCIA " PM-CHAVE
                   " SEM APROVACAO INDEPENDENTE - NAO APLICADA"
               MOVE "F" TO PM-SITUACAO
               ADD 1 TO WS-QTD-FALHAS
           ELSE
               PERFORM 2130-FORMAR-CHAVE-PALAVRA
               READ ARQ-DICIONARIO-MESTRE
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGEM-ANTES
                   NOT INVALID KEY
                       MOVE REG-DICIONARIO-MESTRE TO WS-IMAGEM-ANTES
               END-READ
               MOVE WS-QTD-REJEITADAS-MANUT TO WS-REJEITADAS-ANTES
               PERFORM 2000-PROCESSAR-TRANSACAO
               IF WS-QTD-REJEITADAS-MANUT = WS-REJEITADAS-ANTES
                   PERFORM 5200-GRAVAR-JORNAL
                   MOVE "E" TO PM-SITUACAO
                   ADD 1 TO WS-QTD-APLICADAS
               ELSE
                   MOVE "F" TO PM-SITUACAO
                   ADD 1 TO WS-QTD-FALHAS
               END-IF
           END-IF
           REWRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PENDMUD - PENDENCIA "
                       PM-CHAVE
           END-REWRITE.

       5200-GRAVAR-JORNAL.
           MOVE SPACES TO REG-JORNAL-MUDANCA
           MOVE FUNCTION CURRENT-DATE (1:14) TO JM-DATA-HORA
           MOVE PM-CHAVE TO JM-CHAVE-PENDENCIA
           MOVE PM-ALVO TO JM-ALVO
           MOVE TD-ACAO TO JM-ACAO
           MOVE PM-SOLICITANTE TO JM-SOLICITANTE
           MOVE PM-APROVADOR TO JM-APROVADOR
           MOVE WS-IMAGEM-ANTES TO JM-IMAGEM-ANTES
           MOVE REG-DICIONARIO-MESTRE TO JM-IMAGEM-DEPOIS
           WRITE REG-JORNAL-MUDANCA.

       3000-REGERAR-EXTRATO.
           OPEN OUTPUT ARQ-DICIONARIO-EXTRATO
           IF WS-STATUS-EXTRATO NOT = "00"
           WRITE REG-DICIONARIO.

       9000-FIM.
           IF MODO-APLICACAO
               PERFORM 3000-REGERAR-EXTRATO
               DISPLAY "PENDENCIAS APLICADAS : " WS-QTD-APLICADAS
               DISPLAY "PENDENCIAS COM FALHA : " WS-QTD-FALHAS
               DISPLAY "PALAVRAS INCLUIDAS   : " WS-QTD-INCLUIDAS
               DISPLAY "PALAVRAS DESATIVADAS : " WS-QTD-DESATIVADAS
               DISPLAY "TRANSACOES REJEITADAS: "
                   WS-QTD-REJEITADAS-MANUT
               CLOSE ARQ-JORNAL
           ELSE
               DISPLAY "PENDENCIAS REGISTRADAS: " WS-QTD-REGISTRADAS
               DISPLAY "TRANSACOES REJEITADAS : "
                   WS-QTD-REJEITADAS-MANUT
               CLOSE ARQ-TRANSACOES
           END-IF
           CLOSE ARQ-DICIONARIO-MESTRE
           CLOSE ARQ-PENDENCIAS.
