           RECORDING MODE IS F.
       01 REG-CONSULTA.
           05 CON-FRASE                PIC X(14).
           05 CON-REGRA-CONSULTA REDEFINES CON-FRASE.
               10 CON-CODIGO-REGRA     PIC X(6).
               10 FILLER               PIC X(8).
           05 CON-TIPO                 PIC X(1).
               88 CON-TIPO-REGRA       VALUE "R".
           05 CON-DATA-INICIAL         PIC X(8).
           05 CON-DATA-FINAL           PIC X(8).

       FD  ARQ-AUDITORIA-MESTRE
           RECORDING MODE IS F.
           88 FIM-DO-HISTORICO         VALUE "S".

       01 WS-FRASE-PESQUISA            PIC X(14).
       01 WS-REGRA-PESQUISA            PIC X(6).
       01 WS-DATA-INICIAL              PIC X(8).
       01 WS-DATA-FINAL                PIC X(8).
       01 WS-SUB-REGRA                 PIC 9(2).
       01 WS-REGRA-NA-FRASE            PIC X(1).
           88 REGRA-APLICADA-NA-FRASE  VALUE "S".
       01 WS-QTD-ENCONTRADAS           PIC 9(5) VALUE ZERO.
       01 WS-QTD-SECAO                 PIC 9(5) VALUE ZERO.
       01 WS-LINHA-SECAO               PIC X(132).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-CONVERTIDA           PIC X(3).

       01 CAB-REGRA.
           05 FILLER                   PIC X(9)  VALUE "REGRA: ".
           05 CAB-REGRA-PESQUISA       PIC X(6).
           05 FILLER                   PIC X(11) VALUE "  PERIODO: ".
           05 CAB-DATA-INICIAL         PIC X(8).
           05 FILLER                   PIC X(3)  VALUE " A ".
           05 CAB-DATA-FINAL           PIC X(8).

       01 CAB-SECAO-REGRA.
           05 FILLER                   PIC X(26) VALUE
               "  FRASES ALTERADAS:".

       01 DET-REGRA.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 DET-REGRA-DATA-HORA      PIC X(21).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-REGRA-ANTES          PIC X(14).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-REGRA-DEPOIS         PIC X(14).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-REGRA-SISTEMA        PIC X(8).

       01 LIN-SEM-HISTORICO.
           05 FILLER                   PIC X(30) VALUE
               "  NENHUM HISTORICO ENCONTRADO".

       2000-PROCESSAR-CONSULTA.
           ADD 1 TO WS-QTD-CONSULTAS
           IF CON-TIPO-REGRA
               PERFORM 3000-CONSULTAR-POR-REGRA
           ELSE
               PERFORM 2050-CONSULTAR-POR-FRASE
           END-IF
           PERFORM 1100-LER-CONSULTA.

       2050-CONSULTAR-POR-FRASE.
           MOVE CON-FRASE TO WS-FRASE-PESQUISA
           MOVE ZERO TO WS-QTD-ENCONTRADAS
           MOVE WS-FRASE-PESQUISA TO CAB-FRASE-PESQUISA
               ADD 1 TO WS-QTD-SEM-HISTORICO
               MOVE LIN-SEM-HISTORICO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       2100-CONSULTAR-COMO-ANTES.
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE DET-HISTORICO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       3000-CONSULTAR-POR-REGRA.
           MOVE CON-CODIGO-REGRA TO WS-REGRA-PESQUISA
           MOVE CON-DATA-INICIAL TO WS-DATA-INICIAL
           MOVE CON-DATA-FINAL TO WS-DATA-FINAL
           IF WS-DATA-INICIAL = SPACES
               MOVE "00000000" TO WS-DATA-INICIAL
           END-IF
           IF WS-DATA-FINAL = SPACES
               MOVE "99999999" TO WS-DATA-FINAL
           END-IF
           MOVE ZERO TO WS-QTD-ENCONTRADAS
           MOVE WS-REGRA-PESQUISA TO CAB-REGRA-PESQUISA
           MOVE WS-DATA-INICIAL TO CAB-DATA-INICIAL
           MOVE WS-DATA-FINAL TO CAB-DATA-FINAL
           MOVE CAB-REGRA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           MOVE "N" TO WS-FIM-HISTORICO
           MOVE CAB-SECAO-REGRA TO WS-LINHA-SECAO
           MOVE ZERO TO WS-QTD-SECAO
           MOVE LOW-VALUES TO AM-CHAVE
           START ARQ-AUDITORIA-MESTRE
               KEY IS NOT LESS THAN AM-CHAVE
               INVALID KEY
                   SET FIM-DO-HISTORICO TO TRUE
           END-START
           PERFORM UNTIL FIM-DO-HISTORICO
               READ ARQ-AUDITORIA-MESTRE NEXT RECORD
                   AT END
                       SET FIM-DO-HISTORICO TO TRUE
                   NOT AT END
                       IF AM-DATA-HORA (1:8) NOT < WS-DATA-INICIAL
                               AND AM-DATA-HORA (1:8) NOT >
                                   WS-DATA-FINAL
                           PERFORM 3100-VERIFICAR-REGRA-NA-FRASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-ENCONTRADAS = ZERO
               ADD 1 TO WS-QTD-SEM-HISTORICO
               MOVE LIN-SEM-HISTORICO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       3100-VERIFICAR-REGRA-NA-FRASE.
           MOVE "N" TO WS-REGRA-NA-FRASE
           IF AM-QTD-REGRAS IS NUMERIC
               PERFORM VARYING WS-SUB-REGRA FROM 1 BY 1
                       UNTIL WS-SUB-REGRA > AM-QTD-REGRAS
                          OR WS-SUB-REGRA > 10
                          OR REGRA-APLICADA-NA-FRASE
                   IF AM-REGRA-APLICADA (WS-SUB-REGRA) =
                           WS-REGRA-PESQUISA
                       SET REGRA-APLICADA-NA-FRASE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF REGRA-APLICADA-NA-FRASE
               PERFORM 3200-ESCREVER-FRASE-DA-REGRA
           END-IF.

       3200-ESCREVER-FRASE-DA-REGRA.
           IF WS-QTD-SECAO = ZERO
               MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           ADD 1 TO WS-QTD-SECAO
           ADD 1 TO WS-QTD-ENCONTRADAS
           MOVE SPACES TO DET-REGRA
           MOVE AM-DATA-HORA TO DET-REGRA-DATA-HORA
           MOVE AM-FRASE-ANTES TO DET-REGRA-ANTES
           MOVE AM-FRASE-DEPOIS TO DET-REGRA-DEPOIS
           MOVE AM-SISTEMA-ORIGEM TO DET-REGRA-SISTEMA
           MOVE DET-REGRA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       9000-FIM.
           DISPLAY "CONSULTAS PROCESSADAS: " WS-QTD-CONSULTAS
           DISPLAY "CONSULTAS SEM HISTORICO: " WS-QTD-SEM-HISTORICO
