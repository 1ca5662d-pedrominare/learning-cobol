           MOVE AUD-FRASE-ANTES TO AM-FRASE-ANTES
           MOVE AUD-DATA-HORA TO AM-DATA-HORA
           MOVE ZERO TO AM-SEQUENCIA
           PERFORM 2050-MONTAR-DADOS-MESTRE
           MOVE "N" TO WS-GRAVACAO-RESOLVIDA
           PERFORM 2100-TENTAR-GRAVAR
               UNTIL GRAVACAO-RESOLVIDA
           PERFORM 1100-LER-AUDITORIA.

       2050-MONTAR-DADOS-MESTRE.
           MOVE AUD-FRASE-DEPOIS TO AM-FRASE-DEPOIS
           MOVE AUD-CONVERTIDA TO AM-CONVERTIDA
           MOVE AUD-SISTEMA-ORIGEM TO AM-SISTEMA-ORIGEM
           IF AUD-QTD-REGRAS IS NUMERIC
               MOVE AUD-QTD-REGRAS TO AM-QTD-REGRAS
               MOVE AUD-REGRAS-APLICADAS TO AM-REGRAS-APLICADAS
           ELSE
               MOVE ZERO TO AM-QTD-REGRAS
               MOVE SPACES TO AM-REGRAS-APLICADAS
           END-IF.

       2100-TENTAR-GRAVAR.
           WRITE REG-AUDITORIA-MESTRE
               INVALID KEY
                       ADD 1 TO WS-QTD-DUPLICADOS
                       SET GRAVACAO-RESOLVIDA TO TRUE
                   ELSE
                       PERFORM 2050-MONTAR-DADOS-MESTRE
                       MOVE AUD-FRASE-ANTES TO AM-FRASE-ANTES
                       MOVE AUD-DATA-HORA TO AM-DATA-HORA
                       IF AM-SEQUENCIA >= 999
