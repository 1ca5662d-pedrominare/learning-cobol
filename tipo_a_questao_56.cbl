               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERFACE.

           SELECT ARQ-SISTEMAS ASSIGN TO "SISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CODIGO
               FILE STATUS IS WS-STATUS-SISTEMAS.

           SELECT ARQ-CONTROLE-SEQ ASSIGN TO "SEQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQC-SISTEMA
               FILE STATUS IS WS-STATUS-CONTROLE-SEQ.

           SELECT ARQ-ATUALIZA-SEQ ASSIGN TO "SEQATU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATUALIZA-SEQ.

           SELECT ARQ-RESPOSTA ASSIGN USING WS-NOME-RESPOSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPOSTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FRASES
           RECORDING MODE IS F.
       01 REG-INTERFACE                PIC X(80).

       FD  ARQ-SISTEMAS
           RECORDING MODE IS F.
       COPY SISTMST.

       FD  ARQ-CONTROLE-SEQ
           RECORDING MODE IS F.
       COPY SEQCTL.

       FD  ARQ-ATUALIZA-SEQ
           RECORDING MODE IS F.
       01 REG-ATUALIZA-SEQ             PIC X(38).

       FD  ARQ-RESPOSTA
           RECORDING MODE IS F.
       COPY RESPREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FRASES             PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-STATUS-EXCECOES           PIC X(2).
       01 WS-STATUS-ESTATISTICA        PIC X(2).
       01 WS-STATUS-INTERFACE          PIC X(2).
       01 WS-STATUS-SISTEMAS           PIC X(2).
       01 WS-STATUS-CONTROLE-SEQ       PIC X(2).
       01 WS-STATUS-ATUALIZA-SEQ       PIC X(2).
       01 WS-STATUS-RESPOSTA           PIC X(2).
       01 WS-FIM-CHECKPOINT            PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-CHECKPOINT   VALUE "S".
       01 WS-PALAVRAS-FRASE.
       01 WS-REG-REINICIO              PIC 9(8) VALUE ZERO.
       01 WS-INTERVALO-CHECKPOINT      PIC 9(5) VALUE 100.
       01 WS-CONTADOR-CHECKPOINT       PIC 9(5) VALUE ZERO.
       01 WS-TIPO-CHECKPOINT           PIC X(1) VALUE "P".

       01 WS-MODO-PROCESSAMENTO        PIC X(5) VALUE "FOLD".
           88 MODO-FOLD-CASE           VALUE "FOLD".
           88 MODO-ESPACOS             VALUE "SPACE".
           88 MODO-PREFERIDO           VALUE "PREF".
           88 MODO-SEM-ACENTO          VALUE "PLAIN".
       01 WS-MODO-PADRAO               PIC X(5).
       01 WS-DEDUP-PADRAO              PIC X(1).
       01 WS-LIMITE-PADRAO             PIC 9(3).
       01 WS-HOUVE-LOTE-FOLD           PIC X(1) VALUE "N".
           88 HOUVE-LOTE-FOLD          VALUE "S".
       01 WS-HOUVE-LOTE-DEDUP          PIC X(1) VALUE "N".
           88 HOUVE-LOTE-DEDUP         VALUE "S".
       01 WS-SEQ-CADASTRADA            PIC X(1).
           88 SEQUENCIA-CADASTRADA     VALUE "S".
       01 WS-SEQ-ESPERADA              PIC 9(7).
       01 WS-QTD-AVISOS-SEQUENCIA      PIC 9(5) VALUE ZERO.
       01 WS-NUMERO-PARTICAO           PIC 9(2) VALUE ZERO.
           88 EXECUCAO-PARTICIONADA    VALUE 1 THRU 20.
       01 WS-NOME-RESPOSTA             PIC X(12).
       01 WS-RESPOSTA-ABERTA           PIC X(1) VALUE "N".
           88 RESPOSTA-ABERTA          VALUE "S".
       01 WS-SISTEMA-REPETIDO          PIC X(1).
           88 SISTEMA-JA-NA-EXECUCAO   VALUE "S".
       01 WS-EXC-ANTES-DETALHE         PIC 9(7).

       COPY LETRASNAC.

           05 WS-TOKEN-1                PIC X(40).
           05 WS-TOKEN-2                PIC X(40).
           05 WS-TOKEN-3                PIC X(40).
           05 WS-TOKEN-4                PIC X(40).

       01 WS-LIMITE-REJEICAO           PIC 9(3) VALUE ZERO.
       01 WS-MINIMO-LIDAS-LIMITE       PIC 9(5) VALUE 100.
                     TABREGRA-TAMANHO BY WS-REGRA-TAMANHO
                     TABREGRA-DE      BY WS-REGRA-DE
                     TABREGRA-PARA    BY WS-REGRA-PARA
                     TABREGRA-ACERTOS BY WS-REGRA-ACERTOS
                     TABREGRA-QTD-APLICADAS BY WS-QTD-APLICADAS
                     TABREGRA-APLICADAS BY WS-REGRAS-APLICADAS
                     TABREGRA-APLICADA BY WS-REGRA-APLICADA
                     TABREGRA-DEF-PALAVRA BY WS-REGRA-DEF-PALAVRA
                     TABREGRA-TIPO BY WS-REGRA-TIPO
                     TABREGRA-ESCOPO BY WS-REGRA-ESCOPO
                     TABREGRA-POSICAO BY WS-REGRA-POSICAO
                     TABREGRA-PALAVRA-DE BY WS-REGRA-PALAVRA-DE
                     TABREGRA-PALAVRA-PARA BY WS-REGRA-PALAVRA-PARA.

       01 WS-FIM-ARQUIVO               PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-FRASES       VALUE "S".
               10 WS-LOT-TEM-CABECALHO PIC X(1).
               10 WS-LOT-TEM-RODAPE    PIC X(1).
               10 WS-LOT-EM-BALANCO    PIC X(1).
               10 WS-LOT-MODO          PIC X(5).
               10 WS-LOT-DEDUP         PIC X(1).
               10 WS-LOT-LIMITE        PIC 9(3).
               10 WS-LOT-RECUSA        PIC X(2).
               10 WS-LOT-SEQUENCIA     PIC 9(6).

       01 WS-LOTE-CORRENTE             PIC 9(2) VALUE ZERO.
       01 WS-SUB-LOTE                  PIC 9(2).
           05 SEC-LOTE-SISTEMA         PIC X(8).
           05 FILLER                   PIC X(8)  VALUE "  DATA: ".
           05 SEC-LOTE-DATA            PIC 9(8).
           05 FILLER                   PIC X(13) VALUE
               "  SEQUENCIA: ".
           05 SEC-LOTE-SEQUENCIA       PIC ZZZZZ9.

       01 TOT-LOTE.
           05 FILLER                   PIC X(16) VALUE
               "  EXCECOES: ".
           05 TOT-LOTE-EXCECOES        PIC Z,ZZZ,ZZ9.

       01 LIN-LOTE-RECUSADO.
           05 FILLER                   PIC X(17) VALUE
               "LOTE RECUSADO - ".
           05 LIN-REC-MOTIVO           PIC X(30).

       01 LIN-SALTO-SEQUENCIA.
           05 FILLER                   PIC X(37) VALUE
               "AVISO: SALTO NA SEQUENCIA DE LOTES - ".
           05 FILLER                   PIC X(10) VALUE "ESPERADA: ".
           05 LIN-SALTO-ESPERADA       PIC 9(6).
           05 FILLER                   PIC X(12) VALUE "  RECEBIDA: ".
           05 LIN-SALTO-RECEBIDA       PIC 9(6).

       01 LIN-SEM-SEQUENCIA.
           05 FILLER                   PIC X(35) VALUE
               "AVISO: LOTE SEM NUMERO DE SEQUENCIA".

       01 LIN-LOTE-BALANCO.
           05 FILLER                   PIC X(5)  VALUE "LOTE ".
           05 BAL-LOTE-SISTEMA         PIC X(8).
           OPEN EXTEND ARQ-CHECKPOINT
           PERFORM 1200-CARREGAR-REGRAS
           PERFORM 1300-ABRIR-DICIONARIO
           PERFORM 1310-ABRIR-SISTEMAS
           PERFORM 1320-ABRIR-CONTROLE-SEQ
           PERFORM 1100-LER-FRASE
           PERFORM 1060-AVANCAR-REINICIO.

           MOVE SPACES TO WS-TOKEN-PARM
           IF LK-PARM-TAM > 0
               UNSTRING LK-PARM-DADOS (1:LK-PARM-TAM) DELIMITED BY ","
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
               END-UNSTRING
               PERFORM 1055-INTERPRETAR-TOKEN
                   VARYING WS-IDX-PARM FROM 1 BY 1 UNTIL WS-IDX-PARM > 4
           END-IF
           MOVE WS-MODO-PROCESSAMENTO TO WS-MODO-PADRAO
           MOVE WS-DEDUP-ATIVO TO WS-DEDUP-PADRAO
           MOVE WS-LIMITE-REJEICAO TO WS-LIMITE-PADRAO.

       1055-INTERPRETAR-TOKEN.
           EVALUATE WS-IDX-PARM
               WHEN 3
                   MOVE WS-TOKEN-3 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
               WHEN 4
                   MOVE WS-TOKEN-4 TO WS-TOKEN-1
                   PERFORM 1056-TRATAR-UM-TOKEN
           END-EVALUATE.

       1056-TRATAR-UM-TOKEN.
                   ELSE
                       IF WS-TOKEN-1 (1:6) = "DEDUP="
                           MOVE WS-TOKEN-1 (7:1) TO WS-DEDUP-ATIVO
                       ELSE
                           IF WS-TOKEN-1 (1:9) = "PARTICAO="
                               AND WS-TOKEN-1 (10:2) IS NUMERIC
                               MOVE WS-TOKEN-1 (10:2)
                                   TO WS-NUMERO-PARTICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM 2010-CONTAR-LIDA-NO-LOTE
                       IF DEDUP-ATIVO AND FRASE-REG-DETALHE
                          AND WS-LOT-RECUSA (WS-LOTE-CORRENTE) = SPACES
                           PERFORM 2043-PROCURAR-FRASE-VISTA
                       END-IF
               END-EVALUATE
                   TO WS-LOT-QTD-EXCECOES (WS-LOTE-CORRENTE)
               MOVE WS-REI-QTD-SUPRIMIDAS
                   TO WS-LOT-QTD-SUPRIMIDAS (WS-LOTE-CORRENTE)
               PERFORM 2115-REABRIR-RESPOSTA
           END-IF
           MOVE "N" TO WS-FASE-REINICIO.

                   MOVE RC-TAMANHO TO WS-REGRA-TAMANHO (IDX-REGRA)
                   MOVE RC-DE      TO WS-REGRA-DE      (IDX-REGRA)
                   MOVE RC-PARA    TO WS-REGRA-PARA    (IDX-REGRA)
                   MOVE RC-DEF-PALAVRA
                       TO WS-REGRA-DEF-PALAVRA (IDX-REGRA)
                   MOVE ZERO       TO WS-REGRA-ACERTOS (IDX-REGRA)
               END-IF
           END-IF.
               STOP RUN
           END-IF.

       1310-ABRIR-SISTEMAS.
           OPEN INPUT ARQ-SISTEMAS
           IF WS-STATUS-SISTEMAS NOT = "00"
                   AND WS-STATUS-SISTEMAS NOT = "05"
               DISPLAY "ERRO AO ABRIR SISTMST - STATUS: "
                   WS-STATUS-SISTEMAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1320-ABRIR-CONTROLE-SEQ.
           IF EXECUCAO-PARTICIONADA
               OPEN INPUT ARQ-CONTROLE-SEQ
           ELSE
               OPEN I-O ARQ-CONTROLE-SEQ
           END-IF
           IF WS-STATUS-CONTROLE-SEQ NOT = "00"
                   AND WS-STATUS-CONTROLE-SEQ NOT = "05"
               DISPLAY "ERRO AO ABRIR SEQCTL - STATUS: "
                   WS-STATUS-CONTROLE-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESSAR.
           EVALUATE TRUE
               WHEN FRASE-REG-CABECALHO
                   MOVE "TIPO DE REGISTRO INVALIDO" TO
                       REJ-DESCRICAO-MOTIVO
                   PERFORM 2070-ESCREVER-REJEITO
                   MOVE SPACES TO REG-RESPOSTA
                   SET RSP-REJEITADA TO TRUE
                   MOVE REJ-CODIGO-MOTIVO TO RSP-CODIGO-MOTIVO
                   MOVE "N" TO RSP-CONVERTIDA
                   PERFORM 2195-GRAVAR-RESPOSTA
           END-EVALUATE
           PERFORM 2160-VERIFICAR-CHECKPOINT
           PERFORM 1100-LER-FRASE.
       2015-ABRIR-LOTE-IMPLICITO.
           DISPLAY "ERRO: REGISTRO DE DETALHE OU RODAPE SEM "
               "CABECALHO DE LOTE"
           PERFORM 2018-REGISTRAR-LOTE
           PERFORM 2024-ATIVAR-PERFIL-LOTE.

       2018-REGISTRAR-LOTE.
           IF WS-QTD-LOTES >= 20
           MOVE ZERO TO WS-QTD-VISTAS
           MOVE "N" TO WS-LOT-TEM-CABECALHO (WS-LOTE-CORRENTE)
           MOVE "N" TO WS-LOT-TEM-RODAPE (WS-LOTE-CORRENTE)
           MOVE "S" TO WS-LOT-EM-BALANCO (WS-LOTE-CORRENTE)
           MOVE WS-MODO-PADRAO TO WS-LOT-MODO (WS-LOTE-CORRENTE)
           MOVE WS-DEDUP-PADRAO TO WS-LOT-DEDUP (WS-LOTE-CORRENTE)
           MOVE WS-LIMITE-PADRAO TO WS-LOT-LIMITE (WS-LOTE-CORRENTE)
           MOVE SPACES TO WS-LOT-RECUSA (WS-LOTE-CORRENTE)
           MOVE ZERO TO WS-LOT-SEQUENCIA (WS-LOTE-CORRENTE).

       2020-TRATAR-CABECALHO.
           IF WS-LOTE-CORRENTE > ZERO
           MOVE LOTE-SISTEMA-ORIGEM TO
               WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
           MOVE "S" TO WS-LOT-TEM-CABECALHO (WS-LOTE-CORRENTE)
           PERFORM 2022-APLICAR-PERFIL-SISTEMA
           IF NOT EM-FASE-REINICIO
               MOVE WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                   TO SEC-LOTE-SISTEMA
               MOVE WS-LOT-DATA (WS-LOTE-CORRENTE) TO SEC-LOTE-DATA
               IF LOTE-SEQUENCIA IS NUMERIC
                   MOVE LOTE-SEQUENCIA TO SEC-LOTE-SEQUENCIA
               ELSE
                   MOVE ZERO TO SEC-LOTE-SEQUENCIA
               END-IF
               MOVE SEC-LOTE TO LINHA-RELATORIO
               PERFORM 2215-ESCREVER-LINHA-SEPARADA
           END-IF
           IF WS-LOT-RECUSA (WS-LOTE-CORRENTE) = SPACES
               PERFORM 2032-VERIFICAR-SEQUENCIA
           END-IF
           IF NOT EM-FASE-REINICIO
               IF WS-LOT-RECUSA (WS-LOTE-CORRENTE) NOT = SPACES
                   PERFORM 2028-INFORMAR-LOTE-RECUSADO
               END-IF
               PERFORM 2110-ABRIR-RESPOSTA
           END-IF.

       2022-APLICAR-PERFIL-SISTEMA.
           MOVE WS-LOT-SISTEMA (WS-LOTE-CORRENTE) TO SO-CODIGO
           READ ARQ-SISTEMAS
               INVALID KEY
                   MOVE "04" TO WS-LOT-RECUSA (WS-LOTE-CORRENTE)
               NOT INVALID KEY
                   IF NOT SO-SISTEMA-ATIVO
                       MOVE "05" TO WS-LOT-RECUSA (WS-LOTE-CORRENTE)
                   ELSE
                       IF SO-MODO NOT = SPACES
                           MOVE SO-MODO
                               TO WS-LOT-MODO (WS-LOTE-CORRENTE)
                       END-IF
                       IF SO-DEDUP NOT = SPACE
                           MOVE SO-DEDUP
                               TO WS-LOT-DEDUP (WS-LOTE-CORRENTE)
                       END-IF
                       IF SO-LIMITE-REJEICAO IS NUMERIC
                               AND SO-LIMITE-REJEICAO > ZERO
                           MOVE SO-LIMITE-REJEICAO
                               TO WS-LOT-LIMITE (WS-LOTE-CORRENTE)
                       END-IF
                   END-IF
           END-READ
           PERFORM 2024-ATIVAR-PERFIL-LOTE.

       2024-ATIVAR-PERFIL-LOTE.
           MOVE WS-LOT-MODO (WS-LOTE-CORRENTE) TO WS-MODO-PROCESSAMENTO
           MOVE WS-LOT-DEDUP (WS-LOTE-CORRENTE) TO WS-DEDUP-ATIVO
           MOVE WS-LOT-LIMITE (WS-LOTE-CORRENTE) TO WS-LIMITE-REJEICAO
           IF WS-LOT-RECUSA (WS-LOTE-CORRENTE) = SPACES
               IF MODO-FOLD-CASE
                   SET HOUVE-LOTE-FOLD TO TRUE
               END-IF
               IF DEDUP-ATIVO
                   SET HOUVE-LOTE-DEDUP TO TRUE
               END-IF
           END-IF.

       2027-DESCREVER-RECUSA.
           EVALUATE WS-LOT-RECUSA (WS-LOTE-CORRENTE)
               WHEN "04"
                   MOVE "SISTEMA DE ORIGEM DESCONHECIDO"
                       TO REJ-DESCRICAO-MOTIVO
               WHEN "05"
                   MOVE "SISTEMA DE ORIGEM INATIVO"
                       TO REJ-DESCRICAO-MOTIVO
               WHEN "06"
                   MOVE "SEQUENCIA DE LOTE JA ACEITA"
                       TO REJ-DESCRICAO-MOTIVO
           END-EVALUATE.

       2028-INFORMAR-LOTE-RECUSADO.
           MOVE SPACES TO REG-REJEITO
           PERFORM 2027-DESCREVER-RECUSA
           DISPLAY "AVISO: LOTE DO SISTEMA "
               WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
               " RECUSADO - " REJ-DESCRICAO-MOTIVO
           MOVE REJ-DESCRICAO-MOTIVO TO LIN-REC-MOTIVO
           MOVE LIN-LOTE-RECUSADO TO LINHA-RELATORIO
           PERFORM 2210-ESCREVER-LINHA-CORPO.

       2025-ENCERRAR-LOTE.
           MOVE WS-LOTE-CORRENTE TO WS-SUB-LOTE
           PERFORM 9100-RECONCILIAR-LOTE
           IF NOT EM-FASE-REINICIO
               PERFORM 9110-TOTALIZAR-LOTE
               IF RESPOSTA-ABERTA
                   PERFORM 2120-ENCERRAR-RESPOSTA
               END-IF
           END-IF
           MOVE ZERO TO WS-LOTE-CORRENTE.

       2032-VERIFICAR-SEQUENCIA.
           IF LOTE-SEQUENCIA IS NOT NUMERIC OR LOTE-SEQUENCIA = ZERO
               IF NOT EM-FASE-REINICIO
                   ADD 1 TO WS-QTD-AVISOS-SEQUENCIA
                   DISPLAY "AVISO: LOTE DO SISTEMA "
                       WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                       " SEM NUMERO DE SEQUENCIA"
                   MOVE LIN-SEM-SEQUENCIA TO LINHA-RELATORIO
                   PERFORM 2210-ESCREVER-LINHA-CORPO
               END-IF
           ELSE
               MOVE LOTE-SEQUENCIA
                   TO WS-LOT-SEQUENCIA (WS-LOTE-CORRENTE)
               MOVE WS-LOT-SISTEMA (WS-LOTE-CORRENTE) TO SQC-SISTEMA
               MOVE "S" TO WS-SEQ-CADASTRADA
               READ ARQ-CONTROLE-SEQ
                   INVALID KEY
                       MOVE "N" TO WS-SEQ-CADASTRADA
               END-READ
               PERFORM 2033-CONSIDERAR-LOTES-ANTERIORES
               IF SEQUENCIA-CADASTRADA
                   PERFORM 2034-CONFERIR-SEQUENCIA
               END-IF
           END-IF.

       2033-CONSIDERAR-LOTES-ANTERIORES.
           PERFORM VARYING WS-SUB-LOTE FROM 1 BY 1
                   UNTIL WS-SUB-LOTE >= WS-LOTE-CORRENTE
               IF WS-LOT-SISTEMA (WS-SUB-LOTE) =
                       WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                   AND WS-LOT-SEQUENCIA (WS-SUB-LOTE) > ZERO
                   IF NOT SEQUENCIA-CADASTRADA
                       OR WS-LOT-SEQUENCIA (WS-SUB-LOTE) >
                           SQC-ULTIMA-SEQUENCIA
                       MOVE WS-LOT-SEQUENCIA (WS-SUB-LOTE)
                           TO SQC-ULTIMA-SEQUENCIA
                       SET SEQUENCIA-CADASTRADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2034-CONFERIR-SEQUENCIA.
           COMPUTE WS-SEQ-ESPERADA = SQC-ULTIMA-SEQUENCIA + 1
           EVALUATE TRUE
               WHEN LOTE-SEQUENCIA <= SQC-ULTIMA-SEQUENCIA
                   MOVE "06" TO WS-LOT-RECUSA (WS-LOTE-CORRENTE)
                   MOVE ZERO TO WS-LOT-SEQUENCIA (WS-LOTE-CORRENTE)
               WHEN LOTE-SEQUENCIA > WS-SEQ-ESPERADA
                   IF NOT EM-FASE-REINICIO
                       ADD 1 TO WS-QTD-AVISOS-SEQUENCIA
                       DISPLAY "AVISO: LOTE DO SISTEMA "
                           WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                           " SEQUENCIA " LOTE-SEQUENCIA
                           " ESPERADA " WS-SEQ-ESPERADA
                       MOVE WS-SEQ-ESPERADA TO LIN-SALTO-ESPERADA
                       MOVE LOTE-SEQUENCIA TO LIN-SALTO-RECEBIDA
                       MOVE LIN-SALTO-SEQUENCIA TO LINHA-RELATORIO
                       PERFORM 2210-ESCREVER-LINHA-CORPO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2036-ATUALIZAR-CONTROLE-SEQ.
           MOVE WS-LOT-SISTEMA (WS-SUB-LOTE) TO SQC-SISTEMA
           MOVE "S" TO WS-SEQ-CADASTRADA
           READ ARQ-CONTROLE-SEQ
               INVALID KEY
                   MOVE "N" TO WS-SEQ-CADASTRADA
                   MOVE ZERO TO SQC-ULTIMA-SEQUENCIA
           END-READ
           IF WS-LOT-SEQUENCIA (WS-SUB-LOTE) > SQC-ULTIMA-SEQUENCIA
               MOVE WS-LOT-SISTEMA (WS-SUB-LOTE) TO SQC-SISTEMA
               MOVE WS-LOT-SEQUENCIA (WS-SUB-LOTE)
                   TO SQC-ULTIMA-SEQUENCIA
               MOVE WS-LOT-DATA (WS-SUB-LOTE) TO SQC-DATA-LOTE
               MOVE WS-DATA-VIGENCIA TO SQC-DATA-ACEITE
               MOVE WS-LOT-QTD-LIDAS (WS-SUB-LOTE) TO SQC-QTD-DETALHES
               EVALUATE TRUE
                   WHEN EXECUCAO-PARTICIONADA
                       MOVE REG-CONTROLE-SEQUENCIA TO REG-ATUALIZA-SEQ
                       WRITE REG-ATUALIZA-SEQ
                   WHEN SEQUENCIA-CADASTRADA
                       REWRITE REG-CONTROLE-SEQUENCIA
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR SEQCTL - "
                                   "SISTEMA " SQC-SISTEMA
                       END-REWRITE
                   WHEN OTHER
                       WRITE REG-CONTROLE-SEQUENCIA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR SEQCTL - "
                                   "SISTEMA " SQC-SISTEMA
                       END-WRITE
               END-EVALUATE
           END-IF.

       2030-TRATAR-RODAPE.
           IF WS-LOTE-CORRENTE = ZERO
               PERFORM 2015-ABRIR-LOTE-IMPLICITO
           ADD 1 TO WS-QTD-LIDAS
           PERFORM 2010-CONTAR-LIDA-NO-LOTE
           MOVE "N" TO WS-FRASE-VISTA
           MOVE WS-QTD-EXCECOES TO WS-EXC-ANTES-DETALHE
           IF WS-LOT-RECUSA (WS-LOTE-CORRENTE) NOT = SPACES
               PERFORM 2047-REJEITAR-LOTE-RECUSADO
           ELSE
               IF DEDUP-ATIVO
                   PERFORM 2043-PROCURAR-FRASE-VISTA
                   IF FRASE-JA-VISTA
                       ADD 1 TO WS-QTD-SUPRIMIDAS
                       ADD 1 TO WS-LOT-QTD-SUPRIMIDAS (WS-LOTE-CORRENTE)
                   END-IF
               END-IF
               IF NOT FRASE-JA-VISTA
                   PERFORM 2045-CONVERTER-DETALHE
               END-IF
           END-IF
           PERFORM 2190-RESPONDER-DETALHE.

       2047-REJEITAR-LOTE-RECUSADO.
           MOVE SPACES TO REG-REJEITO
           MOVE WS-LOT-RECUSA (WS-LOTE-CORRENTE) TO REJ-CODIGO-MOTIVO
           PERFORM 2027-DESCREVER-RECUSA
           PERFORM 2070-ESCREVER-REJEITO.

       2043-PROCURAR-FRASE-VISTA.
           PERFORM VARYING IDX-VISTA FROM 1 BY 1
               MOVE FRASE-IN TO FRASE
               MOVE FRASE TO WS-FRASE-ANTES
               DISPLAY "Antes: " FRASE
               MOVE ZERO TO WS-QTD-APLICADAS
               MOVE SPACES TO WS-REGRAS-APLICADAS
               EVALUATE TRUE
                   WHEN MODO-MAIUSCULA
                       MOVE FUNCTION UPPER-CASE (FRASE) TO FRASE
           MOVE WS-NUMERO-PAGINA TO CKP-NUMERO-PAGINA
           MOVE FUNCTION CURRENT-DATE TO CKP-DATA-HORA
           MOVE WS-QTD-SUPRIMIDAS TO CKP-QTD-SUPRIMIDAS
           MOVE WS-TIPO-CHECKPOINT TO CKP-TIPO-REGISTRO
           IF WS-LOTE-CORRENTE > ZERO
               MOVE WS-LOT-QTD-CONVERT (WS-LOTE-CORRENTE)
                   TO CKP-LOT-QTD-CONVERT

       2075-VERIFICAR-LIMITE-REJEICAO.
           IF WS-LIMITE-REJEICAO > ZERO
                   AND WS-LOTE-CORRENTE > ZERO
               IF WS-LOT-RECUSA (WS-LOTE-CORRENTE) = SPACES
                       AND WS-LOT-QTD-LIDAS (WS-LOTE-CORRENTE)
                           >= WS-MINIMO-LIDAS-LIMITE
                   COMPUTE WS-CALC-REJEITADAS =
                       WS-LOT-QTD-REJEITADAS (WS-LOTE-CORRENTE) * 100
                   COMPUTE WS-CALC-LIMITE =
                       WS-LOT-QTD-LIDAS (WS-LOTE-CORRENTE)
                           * WS-LIMITE-REJEICAO
                   IF WS-CALC-REJEITADAS > WS-CALC-LIMITE
                       DISPLAY "ERRO: REJEICOES "
                           WS-LOT-QTD-REJEITADAS (WS-LOTE-CORRENTE)
                           " EXCEDEM " WS-LIMITE-REJEICAO
                           " PORCENTO DE "
                           WS-LOT-QTD-LIDAS (WS-LOTE-CORRENTE)
                           " LIDAS NO LOTE "
                           WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                           " - POSSIVEL ARQUIVO DE ENTRADA ERRADO"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           PERFORM 2150-ESCREVER-AUDITORIA
           PERFORM 2180-GRAVAR-INTERFACE.

       2110-ABRIR-RESPOSTA.
           IF WS-LOT-SISTEMA (WS-LOTE-CORRENTE) NOT = SPACES
               PERFORM 2112-MONTAR-NOME-RESPOSTA
               IF SISTEMA-JA-NA-EXECUCAO
                   OPEN EXTEND ARQ-RESPOSTA
               ELSE
                   OPEN OUTPUT ARQ-RESPOSTA
               END-IF
               PERFORM 2114-CONFERIR-ABERTURA-RESPOSTA
               MOVE SPACES TO REG-RESPOSTA
               SET RSP-REG-CABECALHO TO TRUE
               MOVE FRASE-IN TO RSP-CAB-LOTE
               MOVE WS-LOT-RECUSA (WS-LOTE-CORRENTE) TO RSP-CAB-RECUSA
               MOVE WS-INT-DATA-HORA TO RSP-CAB-DATA-HORA
               WRITE REG-RESPOSTA
           END-IF.

       2112-MONTAR-NOME-RESPOSTA.
           MOVE SPACES TO WS-NOME-RESPOSTA
           STRING "RESP" DELIMITED BY SIZE
                  WS-LOT-SISTEMA (WS-LOTE-CORRENTE) DELIMITED BY SPACE
               INTO WS-NOME-RESPOSTA
           END-STRING
           MOVE "N" TO WS-SISTEMA-REPETIDO
           PERFORM VARYING WS-SUB-LOTE FROM 1 BY 1
                   UNTIL WS-SUB-LOTE >= WS-LOTE-CORRENTE
               IF WS-LOT-SISTEMA (WS-SUB-LOTE) =
                       WS-LOT-SISTEMA (WS-LOTE-CORRENTE)
                   SET SISTEMA-JA-NA-EXECUCAO TO TRUE
               END-IF
           END-PERFORM.

       2114-CONFERIR-ABERTURA-RESPOSTA.
           IF WS-STATUS-RESPOSTA NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-RESPOSTA
                   " - STATUS: " WS-STATUS-RESPOSTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RESPOSTA-ABERTA TO TRUE.

       2115-REABRIR-RESPOSTA.
           IF WS-LOT-SISTEMA (WS-LOTE-CORRENTE) NOT = SPACES
               PERFORM 2112-MONTAR-NOME-RESPOSTA
               OPEN EXTEND ARQ-RESPOSTA
               PERFORM 2114-CONFERIR-ABERTURA-RESPOSTA
           END-IF.

       2120-ENCERRAR-RESPOSTA.
           MOVE SPACES TO REG-RESPOSTA
           SET RSP-REG-RODAPE TO TRUE
           MOVE WS-LOT-QTD-LIDAS (WS-SUB-LOTE) TO RSP-ROD-LIDAS
           MOVE WS-LOT-QTD-CONVERT (WS-SUB-LOTE) TO RSP-ROD-CONVERTIDAS
           MOVE WS-LOT-QTD-NAO-CONV (WS-SUB-LOTE) TO RSP-ROD-NAO-CONV
           MOVE WS-LOT-QTD-REJEITADAS (WS-SUB-LOTE)
               TO RSP-ROD-REJEITADAS
           MOVE WS-LOT-QTD-EXCECOES (WS-SUB-LOTE) TO RSP-ROD-EXCECOES
           MOVE WS-LOT-QTD-SUPRIMIDAS (WS-SUB-LOTE)
               TO RSP-ROD-SUPRIMIDAS
           MOVE WS-LOT-EM-BALANCO (WS-SUB-LOTE) TO RSP-ROD-BALANCO
           WRITE REG-RESPOSTA
           CLOSE ARQ-RESPOSTA
           MOVE "N" TO WS-RESPOSTA-ABERTA.

       2190-RESPONDER-DETALHE.
           MOVE SPACES TO REG-RESPOSTA
           MOVE "N" TO RSP-CONVERTIDA
           EVALUATE TRUE
               WHEN WS-LOT-RECUSA (WS-LOTE-CORRENTE) NOT = SPACES
                   SET RSP-REJEITADA TO TRUE
                   MOVE REJ-CODIGO-MOTIVO TO RSP-CODIGO-MOTIVO
               WHEN FRASE-JA-VISTA
                   SET RSP-SUPRIMIDA TO TRUE
               WHEN NOT FRASE-E-VALIDA
                   SET RSP-REJEITADA TO TRUE
                   MOVE REJ-CODIGO-MOTIVO TO RSP-CODIGO-MOTIVO
               WHEN OTHER
                   MOVE FRASE TO RSP-FRASE-CONVERTIDA
                   IF DET-CONVERTIDA = "SIM"
                       SET RSP-CONVERTIDA-OK TO TRUE
                       MOVE "S" TO RSP-CONVERTIDA
                   ELSE
                       SET RSP-INALTERADA TO TRUE
                   END-IF
                   COMPUTE RSP-QTD-EXCECOES =
                       WS-QTD-EXCECOES - WS-EXC-ANTES-DETALHE
                   IF RSP-QTD-EXCECOES > ZERO
                       SET RSP-EXCECAO-DICIONARIO TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM 2195-GRAVAR-RESPOSTA.

       2195-GRAVAR-RESPOSTA.
           IF RESPOSTA-ABERTA
               SET RSP-REG-DETALHE TO TRUE
               MOVE WS-LOT-QTD-LIDAS (WS-LOTE-CORRENTE) TO RSP-SEQUENCIA
               MOVE FRASE-IN TO RSP-FRASE-ORIGINAL
               IF RSP-QTD-EXCECOES NOT NUMERIC
                   MOVE ZERO TO RSP-QTD-EXCECOES
               END-IF
               WRITE REG-RESPOSTA
           END-IF.

       2150-ESCREVER-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO AUD-DATA-HORA
           MOVE WS-FRASE-ANTES TO AUD-FRASE-ANTES
           MOVE FRASE TO AUD-FRASE-DEPOIS
           MOVE DET-CONVERTIDA TO AUD-CONVERTIDA
           MOVE WS-LOT-SISTEMA (WS-LOTE-CORRENTE) TO AUD-SISTEMA-ORIGEM
           MOVE WS-QTD-APLICADAS TO AUD-QTD-REGRAS
           MOVE WS-REGRAS-APLICADAS TO AUD-REGRAS-APLICADAS
           WRITE REG-AUDITORIA.

       2180-GRAVAR-INTERFACE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT HOUVE-LOTE-FOLD
               MOVE WS-MODO-PADRAO TO LIN-ESTAT-MODO
               MOVE LIN-ESTAT-NAO-APLICA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO AFTER ADVANCING 2
           ELSE
           MOVE WS-QTD-REJEITADAS TO RODAPE-QTD-REJEITADAS
           MOVE RODAPE-RELATORIO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           IF HOUVE-LOTE-DEDUP
               MOVE WS-QTD-SUPRIMIDAS TO RODAPE-QTD-SUPRIMIDAS
               MOVE RODAPE-SUPRIMIDAS TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           PERFORM 9050-ESCREVER-TEMPO
           PERFORM 8000-ESTATISTICA-REGRAS
           PERFORM 8500-RODAPE-INTERFACE
           PERFORM 9150-BALANCO-GERAL
           PERFORM 9020-GRAVAR-CONTROLE-SEQ
           MOVE "F" TO WS-TIPO-CHECKPOINT
           PERFORM 2170-GRAVAR-CHECKPOINT
           CLOSE ARQ-FRASES
           CLOSE ARQ-INTERFACE
           CLOSE ARQ-CHECKPOINT
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-DICIONARIO-MESTRE
           CLOSE ARQ-SISTEMAS
           CLOSE ARQ-CONTROLE-SEQ
           PERFORM 9200-DEFINIR-CODIGO-RETORNO.

       9020-GRAVAR-CONTROLE-SEQ.
           IF EXECUCAO-PARTICIONADA
               OPEN OUTPUT ARQ-ATUALIZA-SEQ
               IF WS-STATUS-ATUALIZA-SEQ NOT = "00"
                   DISPLAY "ERRO AO ABRIR SEQATU - STATUS: "
                       WS-STATUS-ATUALIZA-SEQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF ALGUM-LOTE-FORA-BALANCO
               DISPLAY "AVISO: SEQCTL NAO ATUALIZADO - "
                   "HA LOTE FORA DE BALANCO"
           ELSE
               PERFORM VARYING WS-SUB-LOTE FROM 1 BY 1
                       UNTIL WS-SUB-LOTE > WS-QTD-LOTES
                   IF WS-LOT-SEQUENCIA (WS-SUB-LOTE) > ZERO
                       AND WS-LOT-EM-BALANCO (WS-SUB-LOTE) = "S"
                       PERFORM 2036-ATUALIZAR-CONTROLE-SEQ
                   END-IF
               END-PERFORM
           END-IF
           IF EXECUCAO-PARTICIONADA
               CLOSE ARQ-ATUALIZA-SEQ
           END-IF.

       9050-ESCREVER-TEMPO.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-EXECUCAO
           COMPUTE WS-SEGUNDOS-FIM =
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-QTD-EXCECOES > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-QTD-AVISOS-SEQUENCIA > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE ZERO TO RETURN-CODE
               END-EVALUATE
           END-IF
           MOVE LIN-LOTE-BALANCO TO LINHA-RELATORIO
           PERFORM 2210-ESCREVER-LINHA-CORPO
           IF WS-LOT-DEDUP (WS-SUB-LOTE) = "S"
               MOVE WS-LOT-QTD-SUPRIMIDAS (WS-SUB-LOTE)
                   TO LIN-SUP-LOTE-QTD
               MOVE LIN-LOTE-SUPRIMIDAS TO LINHA-RELATORIO
