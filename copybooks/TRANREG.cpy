           05 TR-PARA                  PIC X(4).
           05 TR-DATA-INICIO           PIC X(8).
           05 TR-DATA-FIM              PIC X(8).
           05 TR-DEF-PALAVRA.
               10 TR-TIPO              PIC X(1).
                   88 TR-TIPO-CARACTERE VALUE " " "C".
                   88 TR-TIPO-PALAVRA  VALUE "P".
               10 TR-ESCOPO            PIC X(1).
                   88 TR-ESCOPO-VALIDO VALUE " " "T" "P" "U" "N".
                   88 TR-ESCOPO-POSICAO VALUE "N".
               10 TR-POSICAO           PIC X(1).
               10 TR-PALAVRA-DE        PIC X(14).
               10 TR-PALAVRA-PARA      PIC X(14).
