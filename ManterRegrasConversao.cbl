               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT ARQ-PENDENCIAS ASSIGN TO "PENDMUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-PENDENCIAS.

           SELECT ARQ-JORNAL ASSIGN TO "JORNMUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGRAS-MESTRE

       FD  ARQ-TRANSACOES
           RECORDING MODE IS F.
       01 REG-TRANSACAO-ENTRADA        PIC X(80).

       FD  ARQ-REGRAS-EXTRATO
           RECORDING MODE IS F.
                     RC-ATIVA        BY EXT-ATIVA
                     RC-REGRA-ATIVA  BY EXT-REGRA-ATIVA
                     RC-DATA-INICIO  BY EXT-DATA-INICIO
                     RC-DATA-FIM     BY EXT-DATA-FIM
                     RC-DEF-PALAVRA  BY EXT-DEF-PALAVRA
                     RC-TIPO         BY EXT-TIPO
                     RC-TIPO-PALAVRA BY EXT-TIPO-PALAVRA
                     RC-ESCOPO       BY EXT-ESCOPO
                     RC-POSICAO      BY EXT-POSICAO
                     RC-PALAVRA-DE   BY EXT-PALAVRA-DE
                     RC-PALAVRA-PARA BY EXT-PALAVRA-PARA.

       FD  ARQ-PENDENCIAS
           RECORDING MODE IS F.
       COPY PENDMUD.

       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       COPY JORNMUD.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MESTRE             PIC X(2).
       01 WS-STATUS-TRANSACOES         PIC X(2).
       01 WS-STATUS-EXTRATO            PIC X(2).
       01 WS-STATUS-PENDENCIAS         PIC X(2).
       01 WS-STATUS-JORNAL             PIC X(2).

       COPY TRANREG.

       01 WS-IDX-PARM                  PIC 9(1).
       01 WS-TOKEN-PARM.
           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).

       01 WS-MODO-EXECUCAO             PIC X(1) VALUE "R".
           88 MODO-REGISTRO            VALUE "R".
           88 MODO-APLICACAO           VALUE "A".
       01 WS-USUARIO                   PIC X(8) VALUE SPACES.
       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-SEQ-PENDENCIA             PIC 9(4) VALUE ZERO.
       01 WS-PENDENCIA-GRAVADA         PIC X(1).
           88 PENDENCIA-GRAVADA        VALUE "S".
       01 WS-SOLICITACAO-VALIDA        PIC X(1).
           88 SOLICITACAO-VALIDA       VALUE "S".
       01 WS-FIM-PENDENCIAS            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-PENDENCIAS   VALUE "S".
       01 WS-REJEITADAS-ANTES          PIC 9(5).
       01 WS-IMAGEM-ANTES              PIC X(80).
       01 WS-EXTRATO-LIBERADO          PIC X(1) VALUE "S".
           88 EXTRATO-LIBERADO         VALUE "S".

                     TABREGRA-TAMANHO BY WS-VRF-TAMANHO
                     TABREGRA-DE      BY WS-VRF-DE
                     TABREGRA-PARA    BY WS-VRF-PARA
                     TABREGRA-ACERTOS BY WS-VRF-ACERTOS
                     TABREGRA-QTD-APLICADAS BY WS-VRF-QTD-APLICADAS
                     TABREGRA-APLICADAS BY WS-VRF-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY WS-VRF-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY WS-VRF-DEF-PALAVRA
                     TABREGRA-TIPO BY WS-VRF-TIPO
                     TABREGRA-ESCOPO BY WS-VRF-ESCOPO
                     TABREGRA-POSICAO BY WS-VRF-POSICAO
                     TABREGRA-PALAVRA-DE BY WS-VRF-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY WS-VRF-PALAVRA-PARA.

       01 WS-TABELA-VRF-DATAS.
           05 WS-VRF-DATA OCCURS 5000 TIMES.
       01 WS-POS-1                     PIC 9(1).
       01 WS-POS-2                     PIC 9(1).
       01 WS-QTD-CONFLITOS-GRAVES      PIC 9(5) VALUE ZERO.
       01 WS-ESCOPOS-PAR.
           05 WS-ESCOPO-1              PIC X(1).
           05 WS-POSICAO-1             PIC 9(1).
           05 WS-ESCOPO-2              PIC X(1).
           05 WS-POSICAO-2             PIC 9(1).
           05 WS-ESCOPO-TROCA          PIC X(1).
           05 WS-POSICAO-TROCA         PIC 9(1).
       01 WS-ESCOPOS-CRUZAM            PIC X(1).
           88 ESCOPOS-SE-CRUZAM        VALUE "S".
       01 WS-DATAS-VALIDAS             PIC X(1).
           88 DATAS-VIGENCIA-VALIDAS   VALUE "S".
       01 WS-DATA-INICIO-INFORMADA     PIC X(1).
           88 DATA-INICIO-INFORMADA    VALUE "S".
       01 WS-DATA-FIM-INFORMADA        PIC X(1).
           88 DATA-FIM-INFORMADA       VALUE "S".
       01 WS-DEFINICAO-VALIDA          PIC X(1).
           88 DEFINICAO-REGRA-VALIDA   VALUE "S".
       01 WS-MOTIVO-DEFINICAO          PIC X(40).
       01 WS-TAM-PALAVRA               PIC 9(2).
       01 WS-DATA-INICIO               PIC 9(8).
       01 WS-DATA-FIM                  PIC 9(8).
       01 WS-FIM-TRANSACOES            PIC X(1) VALUE "N".
           05 WS-QTD-ALTERADAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-DESATIVADAS       PIC 9(5) VALUE ZERO.
           05 WS-QTD-REJEITADAS-MANUT  PIC 9(5) VALUE ZERO.
           05 WS-QTD-REGISTRADAS       PIC 9(5) VALUE ZERO.
           05 WS-QTD-APLICADAS         PIC 9(5) VALUE ZERO.
           05 WS-QTD-FALHAS            PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-TAM               PIC S9(4) COMP.
           05 LK-PARM-DADOS             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF MODO-APLICACAO
               PERFORM 5000-APLICAR-APROVADAS
           ELSE
               PERFORM 4000-REGISTRAR-TRANSACAO
                   UNTIL FIM-ARQUIVO-TRANSACOES
           END-IF
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           PERFORM 1050-TRATAR-PARM
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN I-O ARQ-REGRAS-MESTRE
           IF WS-STATUS-MESTRE NOT = "00"
                   AND WS-STATUS-MESTRE NOT = "05"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF WS-STATUS-PENDENCIAS NOT = "00"
                   AND WS-STATUS-PENDENCIAS NOT = "05"
               DISPLAY "ERRO AO ABRIR PENDMUD - STATUS: "
                   WS-STATUS-PENDENCIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-APLICACAO
               OPEN EXTEND ARQ-JORNAL
               IF WS-STATUS-JORNAL = "35"
                   OPEN OUTPUT ARQ-JORNAL
               END-IF
               IF WS-STATUS-JORNAL NOT = "00"
                   DISPLAY "ERRO AO ABRIR JORNMUD - STATUS: "
                       WS-STATUS-JORNAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT ARQ-TRANSACOES
               IF WS-STATUS-TRANSACOES NOT = "00"
                   DISPLAY "ERRO AO ABRIR REGRATXN - STATUS: "
                       WS-STATUS-TRANSACOES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-LER-TRANSACAO
           END-IF.

       1050-TRATAR-PARM.
           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 3
           END-IF
           IF MODO-REGISTRO AND WS-USUARIO = SPACES
               DISPLAY "ERRO: USUARIO SOLICITANTE NAO INFORMADO - "
                   "PARM USER=<USUARIO>"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1055-INTERPRETAR-TOKEN.
           EVALUATE WS-IDX-PARM
               WHEN 1
                   PERFORM 1056-TRATAR-UM-TOKEN
               WHEN 2
                   MOVE WS-TOKEN-2 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
               WHEN 3
                   MOVE WS-TOKEN-3 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
           END-EVALUATE.

       1056-TRATAR-UM-TOKEN.
           IF WS-TOKEN-1 (1:5) = "USER="
               MOVE FUNCTION UPPER-CASE (WS-TOKEN-1 (6:8)) TO WS-USUARIO
           ELSE
               IF WS-TOKEN-1 = "APLICAR"
                   SET MODO-APLICACAO TO TRUE
               END-IF
           END-IF.

       1100-LER-TRANSACAO.
           READ ARQ-TRANSACOES INTO REG-TRANSACAO
               AT END
                   SET FIM-ARQUIVO-TRANSACOES TO TRUE
           END-READ.
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "ACAO INVALIDA PARA CODIGO " TR-CODIGO
           END-EVALUATE.

       2100-INCLUIR-REGRA.
           PERFORM 2150-TRATAR-DATAS-VIGENCIA
           PERFORM 2160-VALIDAR-DEFINICAO
           EVALUATE TRUE
               WHEN NOT DEFINICAO-REGRA-VALIDA
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY FUNCTION TRIM (WS-MOTIVO-DEFINICAO) " "
                       TR-CODIGO
               WHEN NOT DATAS-VIGENCIA-VALIDAS
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "DATA DE VIGENCIA INVALIDA PARA CODIGO "
                   MOVE "S"            TO RC-ATIVA
                   MOVE WS-DATA-INICIO TO RC-DATA-INICIO
                   MOVE WS-DATA-FIM    TO RC-DATA-FIM
                   MOVE TR-DEF-PALAVRA TO RC-DEF-PALAVRA
                   WRITE REGRA-CONVERSAO
                       INVALID KEY
                           ADD 1 TO WS-QTD-REJEITADAS-MANUT
               MOVE "N" TO WS-DATAS-VALIDAS
           END-IF.

       2160-VALIDAR-DEFINICAO.
           MOVE "S" TO WS-DEFINICAO-VALIDA
           IF NOT TR-ESCOPO-POSICAO
               MOVE "0" TO TR-POSICAO
           END-IF
           EVALUATE TRUE
               WHEN NOT TR-TIPO-CARACTERE AND NOT TR-TIPO-PALAVRA
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "TIPO DE REGRA INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN NOT TR-ESCOPO-VALIDO
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "ESCOPO INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN TR-ESCOPO-POSICAO
                       AND (TR-POSICAO < "1" OR TR-POSICAO > "7")
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "POSICAO DE PALAVRA INVALIDA PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN TR-TIPO-PALAVRA
                   PERFORM 2170-VALIDAR-PALAVRAS
                   MOVE ZERO TO TR-TAMANHO
                   MOVE SPACES TO TR-DE
                   MOVE SPACES TO TR-PARA
               WHEN TR-TAMANHO < 1 OR TR-TAMANHO > 4
                   MOVE "N" TO WS-DEFINICAO-VALIDA
                   MOVE "TAMANHO INVALIDO PARA CODIGO "
                       TO WS-MOTIVO-DEFINICAO
               WHEN OTHER
                   MOVE SPACES TO TR-PALAVRA-DE
                   MOVE SPACES TO TR-PALAVRA-PARA
           END-EVALUATE.

       2170-VALIDAR-PALAVRAS.
           MOVE ZERO TO WS-TAM-PALAVRA
           INSPECT TR-PALAVRA-DE
               TALLYING WS-TAM-PALAVRA FOR CHARACTERS BEFORE INITIAL " "
           IF WS-TAM-PALAVRA = ZERO
               MOVE "N" TO WS-DEFINICAO-VALIDA
           ELSE
               IF WS-TAM-PALAVRA < 14
                   IF TR-PALAVRA-DE (WS-TAM-PALAVRA + 1:) NOT = SPACES
                       MOVE "N" TO WS-DEFINICAO-VALIDA
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-TAM-PALAVRA
           INSPECT TR-PALAVRA-PARA
               TALLYING WS-TAM-PALAVRA FOR CHARACTERS BEFORE INITIAL " "
           IF WS-TAM-PALAVRA = ZERO
               MOVE "N" TO WS-DEFINICAO-VALIDA
           ELSE
               IF WS-TAM-PALAVRA < 14
                   IF TR-PALAVRA-PARA (WS-TAM-PALAVRA + 1:) NOT = SPACES
                       MOVE "N" TO WS-DEFINICAO-VALIDA
                   END-IF
               END-IF
           END-IF
           IF TR-PALAVRA-DE = TR-PALAVRA-PARA
               MOVE "N" TO WS-DEFINICAO-VALIDA
           END-IF
           IF NOT DEFINICAO-REGRA-VALIDA
               MOVE "PALAVRAS INVALIDAS PARA CODIGO "
                   TO WS-MOTIVO-DEFINICAO
           END-IF.

       2200-ALTERAR-REGRA.
           PERFORM 2150-TRATAR-DATAS-VIGENCIA
           PERFORM 2160-VALIDAR-DEFINICAO
           EVALUATE TRUE
               WHEN NOT DEFINICAO-REGRA-VALIDA
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY FUNCTION TRIM (WS-MOTIVO-DEFINICAO) " "
                       TR-CODIGO
               WHEN NOT DATAS-VIGENCIA-VALIDAS
                   ADD 1 TO WS-QTD-REJEITADAS-MANUT
                   DISPLAY "DATA DE VIGENCIA INVALIDA PARA CODIGO "
                           MOVE TR-TAMANHO     TO RC-TAMANHO
                           MOVE TR-DE          TO RC-DE
                           MOVE TR-PARA        TO RC-PARA
                           MOVE TR-DEF-PALAVRA TO RC-DEF-PALAVRA
                           IF DATA-INICIO-INFORMADA
                               MOVE WS-DATA-INICIO TO RC-DATA-INICIO
                           END-IF
                   ADD 1 TO WS-QTD-DESATIVADAS
           END-READ.

       4000-REGISTRAR-TRANSACAO.
           PERFORM 4100-VALIDAR-SOLICITACAO
           IF SOLICITACAO-VALIDA
               PERFORM 4200-GRAVAR-PENDENCIA
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS-MANUT
           END-IF
           PERFORM 1100-LER-TRANSACAO.

       4100-VALIDAR-SOLICITACAO.
           MOVE "S" TO WS-SOLICITACAO-VALIDA
           IF TR-INCLUIR OR TR-ALTERAR
               PERFORM 2150-TRATAR-DATAS-VIGENCIA
               PERFORM 2160-VALIDAR-DEFINICAO
               EVALUATE TRUE
                   WHEN NOT DEFINICAO-REGRA-VALIDA
                       MOVE "N" TO WS-SOLICITACAO-VALIDA
                       DISPLAY FUNCTION TRIM (WS-MOTIVO-DEFINICAO) " "
                           TR-CODIGO
                   WHEN NOT DATAS-VIGENCIA-VALIDAS
                       MOVE "N" TO WS-SOLICITACAO-VALIDA
                       DISPLAY "DATA DE VIGENCIA INVALIDA PARA CODIGO "
                           TR-CODIGO
               END-EVALUATE
           END-IF
           IF SOLICITACAO-VALIDA
               MOVE TR-CODIGO TO RC-CODIGO
               READ ARQ-REGRAS-MESTRE
                   INVALID KEY
                       IF NOT TR-INCLUIR
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "REGRA NAO ENCONTRADA: " TR-CODIGO
                       END-IF
                   NOT INVALID KEY
                       IF TR-INCLUIR
                           MOVE "N" TO WS-SOLICITACAO-VALIDA
                           DISPLAY "REGRA JA EXISTE: " TR-CODIGO
                       END-IF
               END-READ
           END-IF
           IF NOT TR-INCLUIR AND NOT TR-ALTERAR AND NOT TR-DESATIVAR
               MOVE "N" TO WS-SOLICITACAO-VALIDA
               DISPLAY "ACAO INVALIDA PARA CODIGO " TR-CODIGO
           END-IF.

       4200-GRAVAR-PENDENCIA.
           MOVE SPACES TO REG-PENDENCIA
           MOVE WS-DATA-HORA-EXECUCAO TO PM-DATA-HORA
           MOVE "R" TO PM-ALVO
           MOVE "P" TO PM-SITUACAO
           MOVE WS-USUARIO TO PM-SOLICITANTE
           MOVE REG-TRANSACAO TO PM-TRANSACAO
           MOVE "N" TO WS-PENDENCIA-GRAVADA
           PERFORM UNTIL PENDENCIA-GRAVADA
               ADD 1 TO WS-SEQ-PENDENCIA
               MOVE WS-SEQ-PENDENCIA TO PM-SEQUENCIA
               WRITE REG-PENDENCIA
                   INVALID KEY
                       IF WS-SEQ-PENDENCIA >= 9999
                           DISPLAY "ERRO AO GRAVAR PENDMUD - STATUS: "
                               WS-STATUS-PENDENCIAS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       SET PENDENCIA-GRAVADA TO TRUE
               END-WRITE
           END-PERFORM
           ADD 1 TO WS-QTD-REGISTRADAS
           DISPLAY "PENDENCIA REGISTRADA: " PM-CHAVE
               " ACAO " TR-ACAO " CODIGO " TR-CODIGO
               " SOLICITANTE " WS-USUARIO.

       5000-APLICAR-APROVADAS.
           MOVE LOW-VALUES TO PM-CHAVE
           MOVE "N" TO WS-FIM-PENDENCIAS
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO-PENDENCIAS TO TRUE
           END-START
           PERFORM UNTIL FIM-ARQUIVO-PENDENCIAS
               READ ARQ-PENDENCIAS NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-PENDENCIAS TO TRUE
                   NOT AT END
                       IF PM-ALVO-REGRA AND PM-APROVADA
                           PERFORM 5100-APLICAR-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.

       5100-APLICAR-PENDENCIA.
           MOVE PM-TRANSACAO TO REG-TRANSACAO
           IF PM-APROVADOR = SPACES
                   OR PM-APROVADOR = PM-SOLICITANTE
               DISPLAY "PENDENCIA " PM-CHAVE
                   " SEM APROVACAO INDEPENDENTE - NAO APLICADA"
               MOVE "F" TO PM-SITUACAO
               ADD 1 TO WS-QTD-FALHAS
           ELSE
               MOVE TR-CODIGO TO RC-CODIGO
               READ ARQ-REGRAS-MESTRE
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGEM-ANTES
                   NOT INVALID KEY
                       MOVE REGRA-CONVERSAO TO WS-IMAGEM-ANTES
               END-READ
               MOVE WS-QTD-REJEITADAS-MANUT TO WS-REJEITADAS-ANTES
               PERFORM 2000-PROCESSAR-TRANSACAO
               IF WS-QTD-REJEITADAS-MANUT = WS-REJEITADAS-ANTES
                   PERFORM 5200-GRAVAR-JORNAL
                   MOVE "E" TO PM-SITUACAO
                   ADD 1 TO WS-QTD-APLICADAS
               ELSE
                   MOVE "F" TO PM-SITUACAO
                   ADD 1 TO WS-QTD-FALHAS
               END-IF
           END-IF
           REWRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PENDMUD - PENDENCIA "
                       PM-CHAVE
           END-REWRITE.

       5200-GRAVAR-JORNAL.
           MOVE SPACES TO REG-JORNAL-MUDANCA
           MOVE FUNCTION CURRENT-DATE (1:14) TO JM-DATA-HORA
           MOVE PM-CHAVE TO JM-CHAVE-PENDENCIA
           MOVE PM-ALVO TO JM-ALVO
           MOVE TR-ACAO TO JM-ACAO
           MOVE PM-SOLICITANTE TO JM-SOLICITANTE
           MOVE PM-APROVADOR TO JM-APROVADOR
           MOVE WS-IMAGEM-ANTES TO JM-IMAGEM-ANTES
           MOVE REGRA-CONVERSAO TO JM-IMAGEM-DEPOIS
           WRITE REG-JORNAL-MUDANCA.

       3000-REGERAR-EXTRATO.
           OPEN OUTPUT ARQ-REGRAS-EXTRATO
           IF WS-STATUS-EXTRATO NOT = "00"
           MOVE RC-ATIVA   TO EXT-ATIVA
           MOVE RC-DATA-INICIO TO EXT-DATA-INICIO
           MOVE RC-DATA-FIM    TO EXT-DATA-FIM
           MOVE RC-DEF-PALAVRA TO EXT-DEF-PALAVRA
           WRITE REG-EXTRATO.

       8000-VERIFICAR-CONFLITOS.
                   MOVE RC-TAMANHO TO WS-VRF-TAMANHO (IDX-VERIFICA)
                   MOVE RC-DE      TO WS-VRF-DE      (IDX-VERIFICA)
                   MOVE RC-PARA    TO WS-VRF-PARA    (IDX-VERIFICA)
                   MOVE RC-DEF-PALAVRA
                       TO WS-VRF-DEF-PALAVRA (IDX-VERIFICA)
                   MOVE ZERO       TO WS-VRF-ACERTOS (IDX-VERIFICA)
                   IF RC-DATA-INICIO IS NUMERIC
                       MOVE RC-DATA-INICIO
                   WS-VRF-DATA-FIM (WS-SUB-REGRA-2)
               AND WS-VRF-DATA-INICIO (WS-SUB-REGRA-2) <=
                   WS-VRF-DATA-FIM (WS-SUB-REGRA-1)
               PERFORM 8255-VERIFICAR-ESCOPOS-PAR
               IF ESCOPOS-SE-CRUZAM
                   EVALUATE TRUE
                       WHEN WS-VRF-TIPO (WS-SUB-REGRA-1) NOT = "P"
                           AND WS-VRF-TIPO (WS-SUB-REGRA-2) NOT = "P"
                           PERFORM 8260-VERIFICAR-CARACTERES-PAR
                       WHEN WS-VRF-TIPO (WS-SUB-REGRA-1) = "P"
                           AND WS-VRF-TIPO (WS-SUB-REGRA-2) = "P"
                           PERFORM 8270-VERIFICAR-PALAVRAS-PAR
                   END-EVALUATE
               END-IF
           END-IF.

       8255-VERIFICAR-ESCOPOS-PAR.
           MOVE WS-VRF-ESCOPO (WS-SUB-REGRA-1) TO WS-ESCOPO-1
           MOVE WS-VRF-ESCOPO (WS-SUB-REGRA-2) TO WS-ESCOPO-2
           MOVE ZERO TO WS-POSICAO-1
           MOVE ZERO TO WS-POSICAO-2
           IF WS-ESCOPO-1 = "N"
               MOVE WS-VRF-POSICAO (WS-SUB-REGRA-1) TO WS-POSICAO-1
           END-IF
           IF WS-ESCOPO-2 = "N"
               MOVE WS-VRF-POSICAO (WS-SUB-REGRA-2) TO WS-POSICAO-2
           END-IF
           IF WS-ESCOPO-1 > WS-ESCOPO-2
               MOVE WS-ESCOPO-1 TO WS-ESCOPO-TROCA
               MOVE WS-POSICAO-1 TO WS-POSICAO-TROCA
               MOVE WS-ESCOPO-2 TO WS-ESCOPO-1
               MOVE WS-POSICAO-2 TO WS-POSICAO-1
               MOVE WS-ESCOPO-TROCA TO WS-ESCOPO-2
               MOVE WS-POSICAO-TROCA TO WS-POSICAO-2
           END-IF
           MOVE "S" TO WS-ESCOPOS-CRUZAM
           EVALUATE TRUE
               WHEN WS-ESCOPO-2 = "T" OR WS-ESCOPO-2 = "U"
                   CONTINUE
               WHEN WS-ESCOPO-1 = SPACE AND WS-ESCOPO-2 = "N"
                   IF WS-POSICAO-2 < 2
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
               WHEN WS-ESCOPO-1 = SPACE AND WS-ESCOPO-2 = "P"
                   MOVE "N" TO WS-ESCOPOS-CRUZAM
               WHEN WS-ESCOPO-1 = "N" AND WS-ESCOPO-2 = "N"
                   IF WS-POSICAO-1 NOT = WS-POSICAO-2
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
               WHEN WS-ESCOPO-1 = "N" AND WS-ESCOPO-2 = "P"
                   IF WS-POSICAO-1 NOT = 1
                       MOVE "N" TO WS-ESCOPOS-CRUZAM
                   END-IF
           END-EVALUATE.

       8260-VERIFICAR-CARACTERES-PAR.
           PERFORM VARYING WS-POS-1 FROM 1 BY 1
                   UNTIL WS-POS-1 > WS-VRF-TAMANHO (WS-SUB-REGRA-1)
               END-PERFORM
           END-PERFORM.

       8270-VERIFICAR-PALAVRAS-PAR.
           IF WS-VRF-PALAVRA-DE (WS-SUB-REGRA-1) =
                   WS-VRF-PALAVRA-DE (WS-SUB-REGRA-2)
               AND WS-VRF-PALAVRA-PARA (WS-SUB-REGRA-1) NOT =
                   WS-VRF-PALAVRA-PARA (WS-SUB-REGRA-2)
               ADD 1 TO WS-QTD-CONFLITOS-GRAVES
               DISPLAY "CONFLITO GRAVE PALAVRA: "
                   WS-VRF-CODIGO (WS-SUB-REGRA-1) " X "
                   WS-VRF-CODIGO (WS-SUB-REGRA-2)
           END-IF.

       9000-FIM.
           IF MODO-APLICACAO
               PERFORM 9100-FIM-APLICACAO
           ELSE
               DISPLAY "PENDENCIAS REGISTRADAS: " WS-QTD-REGISTRADAS
               DISPLAY "TRANSACOES REJEITADAS : "
                   WS-QTD-REJEITADAS-MANUT
               CLOSE ARQ-TRANSACOES
           END-IF
           CLOSE ARQ-REGRAS-MESTRE
           CLOSE ARQ-PENDENCIAS.

       9100-FIM-APLICACAO.
           PERFORM 8000-VERIFICAR-CONFLITOS
           IF EXTRATO-LIBERADO
               PERFORM 3000-REGERAR-EXTRATO
                   "REEXECUTAR (DETALHE EM VERIFICARCONFLITOSREGRAS)"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "PENDENCIAS APLICADAS  : " WS-QTD-APLICADAS
           DISPLAY "PENDENCIAS COM FALHA  : " WS-QTD-FALHAS
           DISPLAY "REGRAS INCLUIDAS  : " WS-QTD-INCLUIDAS
           DISPLAY "REGRAS ALTERADAS  : " WS-QTD-ALTERADAS
           DISPLAY "REGRAS DESATIVADAS: " WS-QTD-DESATIVADAS
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTD-REJEITADAS-MANUT
           CLOSE ARQ-JORNAL.
