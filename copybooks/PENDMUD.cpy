       01 REG-PENDENCIA.
           05 PM-CHAVE.
               10 PM-DATA-HORA         PIC X(14).
               10 PM-SEQUENCIA         PIC 9(4).
           05 PM-ALVO                  PIC X(1).
               88 PM-ALVO-REGRA        VALUE "R".
               88 PM-ALVO-DICIONARIO   VALUE "D".
           05 PM-SITUACAO              PIC X(1).
               88 PM-PENDENTE          VALUE "P".
               88 PM-APROVADA          VALUE "A".
               88 PM-NEGADA            VALUE "N".
               88 PM-EFETIVADA         VALUE "E".
               88 PM-FALHOU            VALUE "F".
           05 PM-SOLICITANTE           PIC X(8).
           05 PM-APROVADOR             PIC X(8).
           05 PM-DATA-HORA-DECISAO     PIC X(14).
           05 PM-MOTIVO-DECISAO        PIC X(30).
           05 PM-TRANSACAO             PIC X(80).
