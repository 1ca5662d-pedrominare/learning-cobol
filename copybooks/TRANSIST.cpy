       01 REG-TRANSACAO-SIST.
           05 TSI-ACAO                 PIC X(1).
               88 TSI-INCLUIR          VALUE "A".
               88 TSI-ALTERAR          VALUE "C".
               88 TSI-DESATIVAR        VALUE "D".
           05 TSI-CODIGO               PIC X(8).
           05 TSI-MODO                 PIC X(5).
           05 TSI-DEDUP                PIC X(1).
           05 TSI-LIMITE-REJEICAO      PIC X(3).
           05 TSI-DIAS-ENVIO           PIC X(7).
           05 TSI-DESCRICAO            PIC X(30).
