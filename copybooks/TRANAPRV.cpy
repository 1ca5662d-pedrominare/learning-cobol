       01 REG-DECISAO.
           05 DEC-CHAVE.
               10 DEC-DATA-HORA        PIC X(14).
               10 DEC-SEQUENCIA        PIC 9(4).
           05 DEC-ACAO                 PIC X(1).
               88 DEC-APROVAR          VALUE "A".
               88 DEC-NEGAR            VALUE "N".
           05 DEC-MOTIVO               PIC X(30).
