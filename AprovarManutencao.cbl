       IDENTIFICATION DIVISION.
       PROGRAM-ID. AprovarManutencao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENCIAS ASSIGN TO "PENDMUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT ARQ-DECISOES ASSIGN TO "APROVTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELAPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENCIAS
           RECORDING MODE IS F.
       COPY PENDMUD.

       FD  ARQ-DECISOES
           RECORDING MODE IS F.
       COPY TRANAPRV.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PENDENCIAS         PIC X(2).
       01 WS-STATUS-DECISOES           PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-FIM-DECISOES              PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-DECISOES     VALUE "S".
       01 WS-FIM-PENDENCIAS            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-PENDENCIAS   VALUE "S".

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-APROVADOR                 PIC X(8) VALUE SPACES.
       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-MOTIVO-RECUSA             PIC X(30).

       COPY TRANREG.
       COPY TRANDIC.

       01 WS-CONTADORES-APROVACAO.
           05 WS-QTD-APROVADAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-NEGADAS           PIC 9(5) VALUE ZERO.
           05 WS-QTD-RECUSADAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-EM-ABERTO         PIC 9(5) VALUE ZERO.

       01 CAB-APROVACAO-1.
           05 FILLER                   PIC X(40) VALUE
               "DECISOES SOBRE MANUTENCOES PENDENTES".
           05 FILLER                   PIC X(12) VALUE "APROVADOR: ".
           05 CAB-APROVADOR            PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CAB-DATA-HORA            PIC X(14).

       01 CAB-APROVACAO-2.
           05 FILLER                   PIC X(20) VALUE "PENDENCIA".
           05 FILLER                   PIC X(6)  VALUE "ALVO".
           05 FILLER                   PIC X(6)  VALUE "ACAO".
           05 FILLER                   PIC X(16) VALUE "CHAVE".
           05 FILLER                   PIC X(10) VALUE "SOLICIT.".
           05 FILLER                   PIC X(10) VALUE "DECISAO".
           05 FILLER                   PIC X(30) VALUE "OBSERVACAO".

       01 CAB-APROVACAO-3.
           05 FILLER                   PIC X(40) VALUE
               "PENDENCIAS AINDA SEM DECISAO".

       01 DET-APROVACAO.
           05 DET-APR-PENDENCIA        PIC X(18).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-APR-ALVO             PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-APR-ACAO             PIC X(1).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-APR-CHAVE            PIC X(14).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-APR-SOLICITANTE      PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-APR-DECISAO          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-APR-OBSERVACAO       PIC X(30).

       01 RODAPE-APROVACAO.
           05 FILLER                   PIC X(12) VALUE "APROVADAS: ".
           05 RODAPE-APR-APROVADAS     PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "NEGADAS: ".
           05 RODAPE-APR-NEGADAS       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "RECUSADAS: ".
           05 RODAPE-APR-RECUSADAS     PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "EM ABERTO: ".
           05 RODAPE-APR-EM-ABERTO     PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESSAR-DECISAO
               UNTIL FIM-ARQUIVO-DECISOES
           PERFORM 3000-LISTAR-EM-ABERTO
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN I-O ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS NOT = "00"
                   AND WS-STATUS-PENDENCIAS NOT = "05"
               DISPLAY "ERRO AO ABRIR PENDMUD - STATUS: "
                   WS-STATUS-PENDENCIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-DECISOES
           IF WS-STATUS-DECISOES NOT = "00"
               DISPLAY "ERRO AO ABRIR APROVTXN - STATUS: "
                   WS-STATUS-DECISOES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELAPROV - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-APROVADOR TO CAB-APROVADOR
           MOVE WS-DATA-HORA-EXECUCAO TO CAB-DATA-HORA
           MOVE CAB-APROVACAO-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CAB-APROVACAO-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           PERFORM 1100-LER-DECISAO.

       1050-TRATAR-PARM.
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
           END-IF
           IF WS-APROVADOR = SPACES
               DISPLAY "ERRO: USUARIO APROVADOR NAO INFORMADO - "
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
               MOVE FUNCTION UPPER-CASE (WS-TOKEN-1 (6:8))
                   TO WS-APROVADOR
           END-IF.

       1100-LER-DECISAO.
           READ ARQ-DECISOES
               AT END
                   SET FIM-ARQUIVO-DECISOES TO TRUE
           END-READ.

       2000-PROCESSAR-DECISAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE DEC-CHAVE TO PM-CHAVE
           READ ARQ-PENDENCIAS
               INVALID KEY
                   MOVE SPACES TO REG-PENDENCIA
                   MOVE DEC-CHAVE TO PM-CHAVE
                   MOVE "PENDENCIA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN NOT PM-PENDENTE
                       MOVE "PENDENCIA JA DECIDIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN NOT DEC-APROVAR AND NOT DEC-NEGAR
                       MOVE "DECISAO INVALIDA" TO WS-MOTIVO-RECUSA
                   WHEN PM-SOLICITANTE = WS-APROVADOR
                       MOVE "AUTOAPROVACAO RECUSADA"
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM 2100-REGISTRAR-DECISAO
           ELSE
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "DECISAO RECUSADA PARA PENDENCIA " DEC-CHAVE
                   ": " WS-MOTIVO-RECUSA
               PERFORM 2200-MONTAR-DETALHE
               MOVE "RECUSADA" TO DET-APR-DECISAO
               MOVE WS-MOTIVO-RECUSA TO DET-APR-OBSERVACAO
               MOVE DET-APROVACAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM 1100-LER-DECISAO.

       2100-REGISTRAR-DECISAO.
           IF DEC-APROVAR
               MOVE "A" TO PM-SITUACAO
               ADD 1 TO WS-QTD-APROVADAS
           ELSE
               MOVE "N" TO PM-SITUACAO
               ADD 1 TO WS-QTD-NEGADAS
           END-IF
           MOVE WS-APROVADOR TO PM-APROVADOR
           MOVE WS-DATA-HORA-EXECUCAO TO PM-DATA-HORA-DECISAO
           MOVE DEC-MOTIVO TO PM-MOTIVO-DECISAO
           REWRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PENDMUD - PENDENCIA "
                       PM-CHAVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM 2200-MONTAR-DETALHE
           IF PM-APROVADA
               MOVE "APROVADA" TO DET-APR-DECISAO
           ELSE
               MOVE "NEGADA" TO DET-APR-DECISAO
           END-IF
           MOVE DEC-MOTIVO TO DET-APR-OBSERVACAO
           MOVE DET-APROVACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       2200-MONTAR-DETALHE.
           MOVE SPACES TO DET-APROVACAO
           MOVE PM-CHAVE TO DET-APR-PENDENCIA
           MOVE PM-SOLICITANTE TO DET-APR-SOLICITANTE
           EVALUATE TRUE
               WHEN PM-ALVO-REGRA
                   MOVE PM-TRANSACAO TO REG-TRANSACAO
                   MOVE "REGR" TO DET-APR-ALVO
                   MOVE TR-ACAO TO DET-APR-ACAO
                   MOVE TR-CODIGO TO DET-APR-CHAVE
               WHEN PM-ALVO-DICIONARIO
                   MOVE PM-TRANSACAO TO REG-TRANSACAO-DIC
                   MOVE "DIC" TO DET-APR-ALVO
                   MOVE TD-ACAO TO DET-APR-ACAO
                   MOVE TD-PALAVRA TO DET-APR-CHAVE
           END-EVALUATE.

       3000-LISTAR-EM-ABERTO.
           MOVE CAB-APROVACAO-3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           MOVE LOW-VALUES TO PM-CHAVE
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO-PENDENCIAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ARQUIVO-PENDENCIAS
               READ ARQ-PENDENCIAS NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-PENDENCIAS TO TRUE
                   NOT AT END
                       IF PM-PENDENTE
                           ADD 1 TO WS-QTD-EM-ABERTO
                           PERFORM 2200-MONTAR-DETALHE
                           MOVE "PENDENTE" TO DET-APR-DECISAO
                           MOVE DET-APROVACAO TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                       END-IF
               END-READ
           END-PERFORM.

       9000-FIM.
           MOVE WS-QTD-APROVADAS TO RODAPE-APR-APROVADAS
           MOVE WS-QTD-NEGADAS TO RODAPE-APR-NEGADAS
           MOVE WS-QTD-RECUSADAS TO RODAPE-APR-RECUSADAS
           MOVE WS-QTD-EM-ABERTO TO RODAPE-APR-EM-ABERTO
           MOVE RODAPE-APROVACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           DISPLAY "DECISOES APROVADAS : " WS-QTD-APROVADAS
           DISPLAY "DECISOES NEGADAS   : " WS-QTD-NEGADAS
           DISPLAY "DECISOES RECUSADAS : " WS-QTD-RECUSADAS
           DISPLAY "PENDENCIAS EM ABERTO: " WS-QTD-EM-ABERTO
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-DECISOES
           CLOSE ARQ-RELATORIO
           IF WS-QTD-RECUSADAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
