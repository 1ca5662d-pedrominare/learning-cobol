       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManterSistemasOrigem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SISTEMAS ASSIGN TO "SISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-CODIGO
               FILE STATUS IS WS-STATUS-SISTEMAS.

           SELECT ARQ-TRANSACOES ASSIGN TO "SISTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SISTEMAS
           RECORDING MODE IS F.
       COPY SISTMST.

       FD  ARQ-TRANSACOES
           RECORDING MODE IS F.
       COPY TRANSIST.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SISTEMAS           PIC X(2).
       01 WS-STATUS-TRANSACOES         PIC X(2).
       01 WS-FIM-TRANSACOES            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-TRANSACOES   VALUE "S".

       01 WS-DATA-CORRENTE             PIC X(8).
       01 WS-IDX-DIA                   PIC 9(1).

       01 WS-MODO-TESTE                PIC X(5).
           88 MODO-VALIDO              VALUE "FOLD" "UPPER" "SPACE"
                                             "PREF" "PLAIN" SPACES.
       01 WS-TRANSACAO-VALIDA          PIC X(1).
           88 TRANSACAO-VALIDA         VALUE "S".
       01 WS-DIAS-VALIDOS              PIC X(1).
           88 DIAS-ENVIO-VALIDOS       VALUE "S".

       01 WS-CONTADORES-MANUT.
           05 WS-QTD-INCLUIDOS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-ALTERADOS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-DESATIVADOS       PIC 9(5) VALUE ZERO.
           05 WS-QTD-REJEITADAS-MANUT  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESSAR-TRANSACAO
               UNTIL FIM-ARQUIVO-TRANSACOES
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE
           OPEN I-O ARQ-SISTEMAS
           IF WS-STATUS-SISTEMAS NOT = "00"
                   AND WS-STATUS-SISTEMAS NOT = "05"
               DISPLAY "ERRO AO ABRIR SISTMST - STATUS: "
                   WS-STATUS-SISTEMAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-TRANSACOES
           IF WS-STATUS-TRANSACOES NOT = "00"
               DISPLAY "ERRO AO ABRIR SISTTXN - STATUS: "
                   WS-STATUS-TRANSACOES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LER-TRANSACAO.

       1100-LER-TRANSACAO.
           READ ARQ-TRANSACOES
               AT END
                   SET FIM-ARQUIVO-TRANSACOES TO TRUE
           END-READ.

       2000-PROCESSAR-TRANSACAO.
           EVALUATE TRUE
               WHEN TSI-CODIGO = SPACES
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "CODIGO DE SISTEMA NAO INFORMADO"
               WHEN TSI-INCLUIR
                   PERFORM 2100-INCLUIR-SISTEMA
               WHEN TSI-ALTERAR
                   PERFORM 2200-ALTERAR-SISTEMA
               WHEN TSI-DESATIVAR
                   PERFORM 2300-DESATIVAR-SISTEMA
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "ACAO INVALIDA PARA SISTEMA " TSI-CODIGO
           END-EVALUATE
           PERFORM 1100-LER-TRANSACAO.

       2050-VALIDAR-PERFIL.
           MOVE "S" TO WS-TRANSACAO-VALIDA
           MOVE TSI-MODO TO WS-MODO-TESTE
           IF NOT MODO-VALIDO
               MOVE "N" TO WS-TRANSACAO-VALIDA
               DISPLAY "MODO INVALIDO PARA SISTEMA " TSI-CODIGO
                   ": " TSI-MODO
           END-IF
           IF TSI-DEDUP NOT = "S" AND TSI-DEDUP NOT = "N"
                   AND TSI-DEDUP NOT = SPACE
               MOVE "N" TO WS-TRANSACAO-VALIDA
               DISPLAY "INDICADOR DE DEDUPLICACAO INVALIDO PARA "
                   "SISTEMA " TSI-CODIGO
           END-IF
           IF TSI-LIMITE-REJEICAO NOT = SPACES
                   AND TSI-LIMITE-REJEICAO IS NOT NUMERIC
               MOVE "N" TO WS-TRANSACAO-VALIDA
               DISPLAY "LIMITE DE REJEICAO INVALIDO PARA SISTEMA "
                   TSI-CODIGO
           END-IF
           IF TSI-LIMITE-REJEICAO IS NUMERIC
                   AND TSI-LIMITE-REJEICAO > "100"
               MOVE "N" TO WS-TRANSACAO-VALIDA
               DISPLAY "LIMITE DE REJEICAO ACIMA DE 100 PARA SISTEMA "
                   TSI-CODIGO
           END-IF
           MOVE "S" TO WS-DIAS-VALIDOS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
               IF TSI-DIAS-ENVIO (WS-IDX-DIA:1) NOT = "S"
                       AND TSI-DIAS-ENVIO (WS-IDX-DIA:1) NOT = "N"
                       AND TSI-DIAS-ENVIO (WS-IDX-DIA:1) NOT = SPACE
                   MOVE "N" TO WS-DIAS-VALIDOS
               END-IF
           END-PERFORM
           IF NOT DIAS-ENVIO-VALIDOS
               MOVE "N" TO WS-TRANSACAO-VALIDA
               DISPLAY "DIAS DE ENVIO INVALIDOS PARA SISTEMA "
                   TSI-CODIGO ": " TSI-DIAS-ENVIO
           END-IF
           IF NOT TRANSACAO-VALIDA
               ADD 1 TO WS-QTD-REJEITADAS-MANUT
           END-IF.

       2100-INCLUIR-SISTEMA.
           PERFORM 2050-VALIDAR-PERFIL
           IF TRANSACAO-VALIDA
               MOVE SPACES TO REG-SISTEMA-ORIGEM
               MOVE TSI-CODIGO TO SO-CODIGO
               MOVE ZERO TO SO-LIMITE-REJEICAO
               MOVE "NNNNNNN" TO SO-DIAS-ENVIO
               PERFORM 2150-MOVER-PERFIL
               MOVE "S" TO SO-ATIVO
               WRITE REG-SISTEMA-ORIGEM
                   INVALID KEY
                       PERFORM 2160-REATIVAR-SISTEMA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-INCLUIDOS
               END-WRITE
           END-IF.

       2150-MOVER-PERFIL.
           IF TSI-MODO NOT = SPACES
               MOVE TSI-MODO TO SO-MODO
           END-IF
           IF TSI-DEDUP NOT = SPACE
               MOVE TSI-DEDUP TO SO-DEDUP
           END-IF
           IF TSI-LIMITE-REJEICAO IS NUMERIC
               MOVE TSI-LIMITE-REJEICAO TO SO-LIMITE-REJEICAO
           END-IF
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
               IF TSI-DIAS-ENVIO (WS-IDX-DIA:1) NOT = SPACE
                   MOVE TSI-DIAS-ENVIO (WS-IDX-DIA:1)
                       TO SO-DIA-ENVIO (WS-IDX-DIA)
               END-IF
           END-PERFORM
           IF TSI-DESCRICAO NOT = SPACES
               MOVE TSI-DESCRICAO TO SO-DESCRICAO
           END-IF
           MOVE WS-DATA-CORRENTE TO SO-DATA-ATUALIZACAO.

       2160-REATIVAR-SISTEMA.
           MOVE TSI-CODIGO TO SO-CODIGO
           READ ARQ-SISTEMAS
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "ERRO AO GRAVAR SISTEMA: " TSI-CODIGO
               NOT INVALID KEY
                   IF SO-SISTEMA-ATIVO
                       ADD 1 TO WS-QTD-REJEITADAS-MANUT
                       DISPLAY "SISTEMA JA EXISTE: " TSI-CODIGO
                   ELSE
                       PERFORM 2150-MOVER-PERFIL
                       MOVE "S" TO SO-ATIVO
                       REWRITE REG-SISTEMA-ORIGEM
                       ADD 1 TO WS-QTD-INCLUIDOS
                   END-IF
           END-READ.

       2200-ALTERAR-SISTEMA.
           PERFORM 2050-VALIDAR-PERFIL
           IF TRANSACAO-VALIDA
               MOVE TSI-CODIGO TO SO-CODIGO
               READ ARQ-SISTEMAS
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADAS-MANUT
                       DISPLAY "SISTEMA NAO ENCONTRADO: " TSI-CODIGO
                   NOT INVALID KEY
                       PERFORM 2150-MOVER-PERFIL
                       REWRITE REG-SISTEMA-ORIGEM
                       ADD 1 TO WS-QTD-ALTERADOS
               END-READ
           END-IF.

       2300-DESATIVAR-SISTEMA.
           MOVE TSI-CODIGO TO SO-CODIGO
           READ ARQ-SISTEMAS
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "SISTEMA NAO ENCONTRADO: " TSI-CODIGO
               NOT INVALID KEY
                   MOVE "N" TO SO-ATIVO
                   MOVE WS-DATA-CORRENTE TO SO-DATA-ATUALIZACAO
                   REWRITE REG-SISTEMA-ORIGEM
                   ADD 1 TO WS-QTD-DESATIVADOS
           END-READ.

       9000-FIM.
           DISPLAY "SISTEMAS INCLUIDOS   : " WS-QTD-INCLUIDOS
           DISPLAY "SISTEMAS ALTERADOS   : " WS-QTD-ALTERADOS
           DISPLAY "SISTEMAS DESATIVADOS : " WS-QTD-DESATIVADOS
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTD-REJEITADAS-MANUT
           CLOSE ARQ-SISTEMAS
           CLOSE ARQ-TRANSACOES.
