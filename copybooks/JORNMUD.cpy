       01 REG-JORNAL-MUDANCA.
           05 JM-DATA-HORA             PIC X(14).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-CHAVE-PENDENCIA       PIC X(18).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-ALVO                  PIC X(1).
           05 JM-ACAO                  PIC X(1).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-SOLICITANTE           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-APROVADOR             PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-IMAGEM-ANTES          PIC X(80).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 JM-IMAGEM-DEPOIS         PIC X(80).
