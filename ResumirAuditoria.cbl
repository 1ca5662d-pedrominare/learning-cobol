                     AUD-DATA-HORA    BY ARC-DATA-HORA
                     AUD-FRASE-ANTES  BY ARC-FRASE-ANTES
                     AUD-FRASE-DEPOIS BY ARC-FRASE-DEPOIS
                     AUD-CONVERTIDA   BY ARC-CONVERTIDA
                     AUD-SISTEMA-ORIGEM BY ARC-SISTEMA-ORIGEM
                     AUD-QTD-REGRAS   BY ARC-QTD-REGRAS
                     AUD-REGRAS-APLICADAS BY ARC-REGRAS-APLICADAS
                     AUD-REGRA-APLICADA BY ARC-REGRA-APLICADA.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
           MOVE AUD-FRASE-ANTES TO ARC-FRASE-ANTES
           MOVE AUD-FRASE-DEPOIS TO ARC-FRASE-DEPOIS
           MOVE AUD-CONVERTIDA TO ARC-CONVERTIDA
           MOVE AUD-SISTEMA-ORIGEM TO ARC-SISTEMA-ORIGEM
           IF AUD-QTD-REGRAS IS NUMERIC
               MOVE AUD-QTD-REGRAS TO ARC-QTD-REGRAS
               MOVE AUD-REGRAS-APLICADAS TO ARC-REGRAS-APLICADAS
           ELSE
               MOVE ZERO TO ARC-QTD-REGRAS
           END-IF
           WRITE REG-ARQUIVO-MORTO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO GRAVAR AUDARCH - STATUS: "
