               88 RC-REGRA-ATIVA       VALUE "S".
           05 RC-DATA-INICIO           PIC 9(8).
           05 RC-DATA-FIM              PIC 9(8).
           05 RC-DEF-PALAVRA.
               10 RC-TIPO              PIC X(1).
                   88 RC-TIPO-PALAVRA  VALUE "P".
               10 RC-ESCOPO            PIC X(1).
               10 RC-POSICAO           PIC 9(1).
               10 RC-PALAVRA-DE        PIC X(14).
               10 RC-PALAVRA-PARA      PIC X(14).
