       01 REG-SISTEMA-ORIGEM.
           05 SO-CODIGO                PIC X(8).
           05 SO-ATIVO                 PIC X(1).
               88 SO-SISTEMA-ATIVO     VALUE "S".
           05 SO-MODO                  PIC X(5).
           05 SO-DEDUP                 PIC X(1).
               88 SO-DEDUP-ATIVO       VALUE "S".
           05 SO-LIMITE-REJEICAO       PIC 9(3).
           05 SO-DIAS-ENVIO.
               10 SO-DIA-ENVIO         PIC X(1) OCCURS 7 TIMES.
           05 SO-DESCRICAO             PIC X(30).
           05 SO-DATA-ATUALIZACAO      PIC X(8).
