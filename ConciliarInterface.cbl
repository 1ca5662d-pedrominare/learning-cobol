               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERFACE.

           SELECT ARQ-CORRECAO ASSIGN TO "INTFCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRECAO.

           SELECT ARQ-RECONHECIMENTOS ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECONHECIMENTOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-CONCILIACAO-STATUS ASSIGN TO "CONCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCILIACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INTERFACE
           RECORDING MODE IS F.
       01 REG-INTERFACE                PIC X(80).

       FD  ARQ-CORRECAO
           RECORDING MODE IS F.
       01 REG-CORRECAO                 PIC X(80).

       FD  ARQ-RECONHECIMENTOS
           RECORDING MODE IS F.
       COPY ACKREC.
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       FD  ARQ-CONCILIACAO-STATUS
           RECORDING MODE IS F.
       COPY CONCSTAT.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-INTERFACE          PIC X(2).
       01 WS-STATUS-CORRECAO           PIC X(2).
       01 WS-STATUS-RECONHECIMENTOS    PIC X(2).
       01 WS-STATUS-RETRANSMISSAO      PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-STATUS-CONCILIACAO        PIC X(2).
       01 WS-FIM-INTERFACE             PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-INTERFACE    VALUE "S".
       01 WS-FIM-CORRECAO              PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-CORRECAO     VALUE "S".
       01 WS-FIM-RECONHECIMENTOS       PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-RECONHEC     VALUE "S".

       01 WS-INT-DATA-HORA             PIC X(14).
       01 WS-CAMPO-TIPO                PIC X(2).
       01 WS-FRASE-CHAVE               PIC X(30).
       01 WS-ORIGEM-INTERFACE          PIC X(20).
       01 WS-INTF-DATA-HORA            PIC X(14) VALUE SPACES.

       01 WS-TABELA-ENVIADAS.
           05 WS-QTD-ENVIADAS          PIC 9(5) VALUE ZERO.
                   88 ENVIO-RECONHECIDO VALUE "S".

       01 WS-QTD-RETRANSMITIR          PIC 9(8) VALUE ZERO.
       01 WS-QTD-CORRECAO              PIC 9(7) VALUE ZERO.

       01 WS-CONTADORES-CONCILIACAO.
           05 WS-QTD-ACK-LIDOS         PIC 9(7) VALUE ZERO.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-CARREGAR-ENVIADAS
           PERFORM 2200-CARREGAR-CORRECAO
           PERFORM 3000-CASAR-RECONHECIMENTOS
               UNTIL FIM-ARQUIVO-RECONHEC
           PERFORM 4000-APURAR-PENDENCIAS
                       IF REG-INTERFACE (1:2) = "D;"
                           PERFORM 2100-GUARDAR-ENVIADA
                       END-IF
                       IF REG-INTERFACE (1:2) = "H;"
                           PERFORM 2050-GUARDAR-CABECALHO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-INTERFACE.

       2050-GUARDAR-CABECALHO.
           MOVE SPACES TO WS-CAMPO-TIPO WS-ORIGEM-INTERFACE
           UNSTRING REG-INTERFACE DELIMITED BY ";"
               INTO WS-CAMPO-TIPO WS-ORIGEM-INTERFACE
                    WS-INTF-DATA-HORA
           END-UNSTRING.

       2100-GUARDAR-ENVIADA.
           IF WS-QTD-ENVIADAS >= 10000
               DISPLAY "ERRO: LIMITE DE 10000 DETALHES DE INTERFACE "
           MOVE REG-INTERFACE TO WS-ENV-REGISTRO (IDX-ENV)
           MOVE "N" TO WS-ENV-RECONHECIDA (IDX-ENV).

       2200-CARREGAR-CORRECAO.
           OPEN INPUT ARQ-CORRECAO
           IF WS-STATUS-CORRECAO NOT = "00"
                   AND WS-STATUS-CORRECAO NOT = "35"
               DISPLAY "ERRO AO ABRIR INTFCORR - STATUS: "
                   WS-STATUS-CORRECAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATUS-CORRECAO = "00"
               PERFORM UNTIL FIM-ARQUIVO-CORRECAO
                   READ ARQ-CORRECAO
                       AT END
                           SET FIM-ARQUIVO-CORRECAO TO TRUE
                       NOT AT END
                           IF REG-CORRECAO (1:2) = "D;"
                                   OR REG-CORRECAO (1:2) = "R;"
                               MOVE REG-CORRECAO TO REG-INTERFACE
                               PERFORM 2100-GUARDAR-ENVIADA
                               ADD 1 TO WS-QTD-CORRECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CORRECAO
           END-IF.

       3000-CASAR-RECONHECIMENTOS.
           READ ARQ-RECONHECIMENTOS
               AT END
           CLOSE ARQ-RETRANSMISSAO
           CLOSE ARQ-RELATORIO
           DISPLAY "ENVIADAS            : " WS-QTD-ENVIADAS
           DISPLAY "DA CORRECAO         : " WS-QTD-CORRECAO
           DISPLAY "RECONHECIMENTOS     : " WS-QTD-ACK-LIDOS
           DISPLAY "SEM RECONHECIMENTO  : " WS-QTD-SEM-RECONHEC
           DISPLAY "ACK SEM ENVIO       : " WS-QTD-ACK-SEM-ENVIO
           IF WS-QTD-SEM-RECONHEC > ZERO
                   OR WS-QTD-ACK-SEM-ENVIO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9200-GRAVAR-SITUACAO.

       9100-GRAVAR-RODAPE-RETRANSM.
           MOVE SPACES TO REG-RETRANSMISSAO
               INTO REG-RETRANSMISSAO
           END-STRING
           WRITE REG-RETRANSMISSAO.

       9200-GRAVAR-SITUACAO.
           OPEN EXTEND ARQ-CONCILIACAO-STATUS
           IF WS-STATUS-CONCILIACAO = "35"
               OPEN OUTPUT ARQ-CONCILIACAO-STATUS
           END-IF
           IF WS-STATUS-CONCILIACAO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONCSTAT - STATUS: "
                   WS-STATUS-CONCILIACAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-CONCILIACAO-STATUS
           MOVE WS-INT-DATA-HORA TO CCS-DATA-HORA
           MOVE WS-INTF-DATA-HORA TO CCS-INTF-DATA-HORA
           IF WS-QTD-SEM-RECONHEC = ZERO
                   AND WS-QTD-ACK-SEM-ENVIO = ZERO
               SET CCS-CONCILIADO TO TRUE
           ELSE
               SET CCS-COM-PENDENCIAS TO TRUE
           END-IF
           MOVE WS-QTD-ENVIADAS TO CCS-QTD-ENVIADAS
           MOVE WS-QTD-SEM-RECONHEC TO CCS-QTD-SEM-RECONHEC
           MOVE WS-QTD-ACK-SEM-ENVIO TO CCS-QTD-ACK-SEM-ENVIO
           WRITE REG-CONCILIACAO-STATUS
           CLOSE ARQ-CONCILIACAO-STATUS.
