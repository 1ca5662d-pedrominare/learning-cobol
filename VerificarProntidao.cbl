       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarProntidao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REGRAS-MESTRE ASSIGN TO "REGRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CODIGO
               FILE STATUS IS WS-STATUS-MESTRE.

           SELECT ARQ-REGRAS-EXTRATO ASSIGN TO "REGRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT ARQ-CONFLITO-STATUS ASSIGN TO "CONFSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFLITO.

           SELECT ARQ-DICIONARIO-MESTRE ASSIGN TO "DICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-PALAVRA
               FILE STATUS IS WS-STATUS-DICIONARIO.

           SELECT ARQ-CHECKPOINT ASSIGN TO "CHECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHECKPOINT.

           SELECT ARQ-FRASES ASSIGN TO "PHRSEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRASES.

           SELECT ARQ-INTERFACE ASSIGN TO "INTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERFACE.

           SELECT ARQ-CONCILIACAO-STATUS ASSIGN TO "CONCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCILIACAO.

           SELECT ARQ-LIBERACOES ASSIGN TO "PREFOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACOES.

           SELECT ARQ-LOG-LIBERACOES ASSIGN TO "PREFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-RELATORIO ASSIGN TO "RELPREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REGRAS-MESTRE
           RECORDING MODE IS F.
       COPY CONVRULE.

       FD  ARQ-REGRAS-EXTRATO
           RECORDING MODE IS F.
       COPY CONVRULE
           REPLACING REGRA-CONVERSAO BY REG-EXTRATO
                     RC-CODIGO       BY EXT-CODIGO
                     RC-TAMANHO      BY EXT-TAMANHO
                     RC-DE           BY EXT-DE
                     RC-PARA         BY EXT-PARA
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

       FD  ARQ-CONFLITO-STATUS
           RECORDING MODE IS F.
       COPY CONFSTAT.

       FD  ARQ-DICIONARIO-MESTRE
           RECORDING MODE IS F.
       COPY DICMST.

       FD  ARQ-CHECKPOINT
           RECORDING MODE IS F.
       COPY CHECKPT.

       FD  ARQ-FRASES
           RECORDING MODE IS F.
       COPY PHRASEIN.

       FD  ARQ-INTERFACE
           RECORDING MODE IS F.
       01 REG-INTERFACE                PIC X(80).

       FD  ARQ-CONCILIACAO-STATUS
           RECORDING MODE IS F.
       COPY CONCSTAT.

       FD  ARQ-LIBERACOES
           RECORDING MODE IS F.
       COPY PREFOVR.

       FD  ARQ-LOG-LIBERACOES
           RECORDING MODE IS F.
       COPY PREFLOG.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MESTRE             PIC X(2).
       01 WS-STATUS-EXTRATO            PIC X(2).
       01 WS-STATUS-CONFLITO           PIC X(2).
       01 WS-STATUS-DICIONARIO         PIC X(2).
       01 WS-STATUS-CHECKPOINT         PIC X(2).
       01 WS-STATUS-FRASES             PIC X(2).
       01 WS-STATUS-INTERFACE          PIC X(2).
       01 WS-STATUS-CONCILIACAO        PIC X(2).
       01 WS-STATUS-LIBERACOES         PIC X(2).
       01 WS-STATUS-LOG                PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).

       01 WS-FIM-MESTRE                PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-MESTRE       VALUE "S".
       01 WS-FIM-EXTRATO               PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-EXTRATO      VALUE "S".
       01 WS-FIM-ARQUIVO               PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-ATUAL        VALUE "S".
       01 WS-REGISTRO-ACHADO           PIC X(1) VALUE "N".
           88 REGISTRO-ACHADO          VALUE "S".

       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-QTD-REGRAS-MESTRE         PIC 9(5) VALUE ZERO.
       01 WS-QTD-DIFERENCAS            PIC 9(5) VALUE ZERO.
       01 WS-ULTIMO-CONFLITO           PIC X(40).
       01 WS-ULTIMO-CHECKPOINT         PIC X(116).
       01 WS-CAMPO-TIPO                PIC X(2).
       01 WS-ORIGEM-INTERFACE          PIC X(20).
       01 WS-INTF-DATA-HORA            PIC X(14).
       01 WS-SITUACAO-CONCILIACAO      PIC X(1).
       01 WS-EDITA-QTD                 PIC ZZ,ZZ9.

       01 WS-NOMES-VERIFICACOES.
           05 FILLER                   PIC X(48) VALUE
               "REGRAS  EXTRATO REGRAS ATUALIZADO COM REGRAMST".
           05 FILLER                   PIC X(48) VALUE
               "CONFLITOCONFSTAT SEM CONFLITO GRAVE".
           05 FILLER                   PIC X(48) VALUE
               "DICMST  DICIONARIO MESTRE COM PALAVRAS ATIVAS".
           05 FILLER                   PIC X(48) VALUE
               "CHECKPT EXECUCAO ANTERIOR CONCLUIDA".
           05 FILLER                   PIC X(48) VALUE
               "PHRSEIN ENTRADA INICIADA POR CABECALHO DE LOTE".
           05 FILLER                   PIC X(48) VALUE
               "CONCILIAINTFOUT ANTERIOR CONCILIADO".
       01 WS-NOMES-VERIFICACOES-R REDEFINES WS-NOMES-VERIFICACOES.
           05 WS-NOME-VERIFICACAO OCCURS 6 TIMES.
               10 WS-NOME-CODIGO       PIC X(8).
               10 WS-NOME-DESCRICAO    PIC X(40).

       01 WS-TABELA-VERIFICACOES.
           05 WS-VERIFICACAO OCCURS 6 TIMES
                   INDEXED BY IDX-VERIF.
               10 WS-VRF-SITUACAO      PIC X(1).
                   88 VRF-APROVADA     VALUE "S".
                   88 VRF-REPROVADA    VALUE "F".
                   88 VRF-LIBERADA     VALUE "L".
               10 WS-VRF-DETALHE       PIC X(60).
               10 WS-VRF-OPERADOR      PIC X(8).
               10 WS-VRF-MOTIVO        PIC X(60).
       01 WS-SUB-VERIFICACAO           PIC 9(1).

       01 WS-TABELA-LIBERACOES.
           05 WS-QTD-LIBERACOES        PIC 9(2) VALUE ZERO.
           05 WS-LIBERACAO OCCURS 20 TIMES
                   INDEXED BY IDX-LIB.
               10 WS-LIB-VERIFICACAO   PIC X(8).
               10 WS-LIB-OPERADOR      PIC X(8).
               10 WS-LIB-RESULTADO     PIC X(30).
               10 WS-LIB-MOTIVO        PIC X(60).

       01 WS-CONTADORES-PRONTIDAO.
           05 WS-QTD-APROVADAS         PIC 9(1) VALUE ZERO.
           05 WS-QTD-REPROVADAS        PIC 9(1) VALUE ZERO.
           05 WS-QTD-LIBERADAS         PIC 9(1) VALUE ZERO.

       01 CAB-PRONTIDAO-1.
           05 FILLER                   PIC X(48) VALUE
               "VERIFICACAO DE PRONTIDAO - INSPECIONARFRASE".
           05 FILLER                   PIC X(11) VALUE "DATA/HORA: ".
           05 CAB-DATA-HORA            PIC X(14).

       01 CAB-PRONTIDAO-2.
           05 FILLER                   PIC X(10) VALUE "VERIFICA".
           05 FILLER                   PIC X(42) VALUE "DESCRICAO".
           05 FILLER                   PIC X(12) VALUE "SITUACAO".
           05 FILLER                   PIC X(60) VALUE "DETALHE".

       01 DET-PRONTIDAO.
           05 DET-PRO-CODIGO           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PRO-DESCRICAO        PIC X(40).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PRO-SITUACAO         PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-PRO-DETALHE          PIC X(60).

       01 DET-PRONTIDAO-LIBERADA.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
               "LIBERADA POR ".
           05 DET-PLB-OPERADOR         PIC X(8).
           05 FILLER                   PIC X(9)  VALUE " MOTIVO: ".
           05 DET-PLB-MOTIVO           PIC X(60).

       01 CAB-LIBERACOES.
           05 FILLER                   PIC X(40) VALUE
               "LIBERACOES MANUAIS INFORMADAS (PREFOVR)".

       01 DET-LIBERACAO.
           05 DET-LIB-CODIGO           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-LIB-OPERADOR         PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-LIB-RESULTADO        PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-LIB-MOTIVO           PIC X(60).

       01 RODAPE-PRONTIDAO.
           05 FILLER                   PIC X(11) VALUE "APROVADAS: ".
           05 RODAPE-QTD-APROVADAS     PIC 9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "REPROVADAS: ".
           05 RODAPE-QTD-REPROVADAS    PIC 9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "LIBERADAS: ".
           05 RODAPE-QTD-LIBERADAS     PIC 9.

       01 LIN-RESULTADO.
           05 FILLER                   PIC X(11) VALUE "RESULTADO: ".
           05 LIN-RES-TEXTO            PIC X(60).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-VERIFICAR-REGRAS
           PERFORM 2100-VERIFICAR-CONFLITOS
           PERFORM 2200-VERIFICAR-DICIONARIO
           PERFORM 2300-VERIFICAR-CHECKPOINT
           PERFORM 2400-VERIFICAR-ENTRADA
           PERFORM 2500-VERIFICAR-CONCILIACAO
           PERFORM 3000-APLICAR-LIBERACOES
           PERFORM 4000-EMITIR-CHECKLIST
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELPREP - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-VERIF FROM 1 BY 1 UNTIL IDX-VERIF > 6
               MOVE "S" TO WS-VRF-SITUACAO (IDX-VERIF)
               MOVE SPACES TO WS-VRF-DETALHE (IDX-VERIF)
               MOVE SPACES TO WS-VRF-OPERADOR (IDX-VERIF)
               MOVE SPACES TO WS-VRF-MOTIVO (IDX-VERIF)
           END-PERFORM
           MOVE WS-DATA-HORA-EXECUCAO TO CAB-DATA-HORA
           MOVE CAB-PRONTIDAO-1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CAB-PRONTIDAO-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2.

       2000-VERIFICAR-REGRAS.
           MOVE 1 TO WS-SUB-VERIFICACAO
           OPEN INPUT ARQ-REGRAS-MESTRE
           IF WS-STATUS-MESTRE NOT = "00"
                   AND WS-STATUS-MESTRE NOT = "05"
               STRING "REGRAMST INDISPONIVEL - STATUS "
                      WS-STATUS-MESTRE DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               OPEN INPUT ARQ-REGRAS-EXTRATO
               IF WS-STATUS-EXTRATO NOT = "00"
                   STRING "EXTRATO REGRAS INDISPONIVEL - STATUS "
                          WS-STATUS-EXTRATO DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
                   PERFORM 2900-REPROVAR-VERIFICACAO
               ELSE
                   PERFORM 2010-COMPARAR-EXTRATO
                   CLOSE ARQ-REGRAS-EXTRATO
               END-IF
               CLOSE ARQ-REGRAS-MESTRE
           END-IF.

       2010-COMPARAR-EXTRATO.
           MOVE LOW-VALUES TO RC-CODIGO
           START ARQ-REGRAS-MESTRE KEY IS NOT LESS THAN RC-CODIGO
               INVALID KEY
                   SET FIM-ARQUIVO-MESTRE TO TRUE
           END-START
           PERFORM 2020-LER-MESTRE
           PERFORM 2030-LER-EXTRATO
           PERFORM UNTIL FIM-ARQUIVO-MESTRE AND FIM-ARQUIVO-EXTRATO
               EVALUATE TRUE
                   WHEN FIM-ARQUIVO-MESTRE
                       ADD 1 TO WS-QTD-DIFERENCAS
                       PERFORM 2030-LER-EXTRATO
                   WHEN FIM-ARQUIVO-EXTRATO
                       ADD 1 TO WS-QTD-DIFERENCAS
                       PERFORM 2020-LER-MESTRE
                   WHEN RC-CODIGO = EXT-CODIGO
                       IF REGRA-CONVERSAO NOT = REG-EXTRATO
                           ADD 1 TO WS-QTD-DIFERENCAS
                       END-IF
                       PERFORM 2020-LER-MESTRE
                       PERFORM 2030-LER-EXTRATO
                   WHEN RC-CODIGO < EXT-CODIGO
                       ADD 1 TO WS-QTD-DIFERENCAS
                       PERFORM 2020-LER-MESTRE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-DIFERENCAS
                       PERFORM 2030-LER-EXTRATO
               END-EVALUATE
           END-PERFORM
           IF WS-QTD-DIFERENCAS > ZERO
               MOVE WS-QTD-DIFERENCAS TO WS-EDITA-QTD
               STRING "EXTRATO DIFERE DO MESTRE EM " WS-EDITA-QTD
                      " REGRA(S) - REGERAR REGRAS" DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               MOVE WS-QTD-REGRAS-MESTRE TO WS-EDITA-QTD
               STRING "EXTRATO CONFERE COM REGRAMST - "
                      WS-EDITA-QTD " REGRA(S)" DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
           END-IF.

       2020-LER-MESTRE.
           IF NOT FIM-ARQUIVO-MESTRE
               READ ARQ-REGRAS-MESTRE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-MESTRE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-REGRAS-MESTRE
               END-READ
           END-IF.

       2030-LER-EXTRATO.
           READ ARQ-REGRAS-EXTRATO
               AT END
                   SET FIM-ARQUIVO-EXTRATO TO TRUE
           END-READ.

       2100-VERIFICAR-CONFLITOS.
           MOVE 2 TO WS-SUB-VERIFICACAO
           OPEN INPUT ARQ-CONFLITO-STATUS
           IF WS-STATUS-CONFLITO NOT = "00"
               MOVE "CONFSTAT AUSENTE - CONFLITOS NAO VERIFICADOS"
                   TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-REGISTRO-ACHADO
               PERFORM UNTIL FIM-ARQUIVO-ATUAL
                   READ ARQ-CONFLITO-STATUS
                       AT END
                           SET FIM-ARQUIVO-ATUAL TO TRUE
                       NOT AT END
                           SET REGISTRO-ACHADO TO TRUE
                           MOVE REG-CONFLITO-STATUS
                               TO WS-ULTIMO-CONFLITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONFLITO-STATUS
               PERFORM 2110-AVALIAR-CONFLITOS
           END-IF.

       2110-AVALIAR-CONFLITOS.
           IF NOT REGISTRO-ACHADO
               MOVE "CONFSTAT VAZIO - CONFLITOS NAO VERIFICADOS"
                   TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               MOVE WS-ULTIMO-CONFLITO TO REG-CONFLITO-STATUS
               IF CST-CONFLITO-GRAVE
                   STRING "CONFLITO GRAVE APONTADO EM "
                          CST-DATA-HORA DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
                   PERFORM 2900-REPROVAR-VERIFICACAO
               ELSE
                   STRING "SITUACAO " CST-SITUACAO " EM "
                          CST-DATA-HORA DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
               END-IF
           END-IF.

       2200-VERIFICAR-DICIONARIO.
           MOVE 3 TO WS-SUB-VERIFICACAO
           OPEN INPUT ARQ-DICIONARIO-MESTRE
           IF WS-STATUS-DICIONARIO NOT = "00"
                   AND WS-STATUS-DICIONARIO NOT = "05"
               STRING "DICMST INDISPONIVEL - STATUS "
                      WS-STATUS-DICIONARIO DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-REGISTRO-ACHADO
               MOVE LOW-VALUES TO DM-PALAVRA
               START ARQ-DICIONARIO-MESTRE
                   KEY IS NOT LESS THAN DM-PALAVRA
                   INVALID KEY
                       SET FIM-ARQUIVO-ATUAL TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQUIVO-ATUAL OR REGISTRO-ACHADO
                   READ ARQ-DICIONARIO-MESTRE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO-ATUAL TO TRUE
                       NOT AT END
                           IF DM-PALAVRA-ATIVA
                               SET REGISTRO-ACHADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DICIONARIO-MESTRE
               IF REGISTRO-ACHADO
                   MOVE "DICIONARIO COM PALAVRAS ATIVAS"
                       TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               ELSE
                   MOVE "DICMST VAZIO OU SEM PALAVRAS ATIVAS"
                       TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   PERFORM 2900-REPROVAR-VERIFICACAO
               END-IF
           END-IF.

       2300-VERIFICAR-CHECKPOINT.
           MOVE 4 TO WS-SUB-VERIFICACAO
           MOVE "N" TO WS-REGISTRO-ACHADO
           OPEN INPUT ARQ-CHECKPOINT
           IF WS-STATUS-CHECKPOINT = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO-ATUAL
                   READ ARQ-CHECKPOINT
                       AT END
                           SET FIM-ARQUIVO-ATUAL TO TRUE
                       NOT AT END
                           SET REGISTRO-ACHADO TO TRUE
                           MOVE REG-CHECKPOINT TO WS-ULTIMO-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE ARQ-CHECKPOINT
           END-IF
           IF NOT REGISTRO-ACHADO
               MOVE "SEM EXECUCAO ANTERIOR REGISTRADA EM CHECKPT"
                   TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
           ELSE
               MOVE WS-ULTIMO-CHECKPOINT TO REG-CHECKPOINT
               IF CKP-REGISTRO-FINAL
                   STRING "CONCLUIDA EM " CKP-DATA-HORA (1:14)
                          " - " CKP-ULTIMO-REGISTRO " LIDOS"
                          DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
               ELSE
                   STRING "INTERROMPIDA APOS O REGISTRO "
                          CKP-ULTIMO-REGISTRO
                          " - AVALIAR RESTART=" DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
                   PERFORM 2900-REPROVAR-VERIFICACAO
               END-IF
           END-IF.

       2400-VERIFICAR-ENTRADA.
           MOVE 5 TO WS-SUB-VERIFICACAO
           OPEN INPUT ARQ-FRASES
           IF WS-STATUS-FRASES NOT = "00"
               STRING "PHRSEIN INDISPONIVEL - STATUS "
                      WS-STATUS-FRASES DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
               PERFORM 2900-REPROVAR-VERIFICACAO
           ELSE
               READ ARQ-FRASES
                   AT END
                       MOVE "PHRSEIN VAZIO"
                           TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                       PERFORM 2900-REPROVAR-VERIFICACAO
                   NOT AT END
                       PERFORM 2410-AVALIAR-PRIMEIRO-REGISTRO
               END-READ
               CLOSE ARQ-FRASES
           END-IF.

       2410-AVALIAR-PRIMEIRO-REGISTRO.
           IF FRASE-REG-CABECALHO
               STRING "LOTE " LOTE-SISTEMA-ORIGEM " DE "
                      LOTE-DATA DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
           ELSE
               MOVE "PRIMEIRO REGISTRO NAO E CABECALHO DE LOTE (H)"
                   TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               PERFORM 2900-REPROVAR-VERIFICACAO
           END-IF.

       2500-VERIFICAR-CONCILIACAO.
           MOVE 6 TO WS-SUB-VERIFICACAO
           MOVE SPACES TO WS-INTF-DATA-HORA
           MOVE "N" TO WS-REGISTRO-ACHADO
           OPEN INPUT ARQ-INTERFACE
           IF WS-STATUS-INTERFACE = "00"
               READ ARQ-INTERFACE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET REGISTRO-ACHADO TO TRUE
                       IF REG-INTERFACE (1:2) = "H;"
                           MOVE SPACES TO WS-CAMPO-TIPO
                                          WS-ORIGEM-INTERFACE
                           UNSTRING REG-INTERFACE DELIMITED BY ";"
                               INTO WS-CAMPO-TIPO WS-ORIGEM-INTERFACE
                                    WS-INTF-DATA-HORA
                           END-UNSTRING
                       END-IF
               END-READ
               CLOSE ARQ-INTERFACE
           END-IF
           EVALUATE TRUE
               WHEN NOT REGISTRO-ACHADO
                   MOVE "SEM INTFOUT ANTERIOR A CONCILIAR"
                       TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               WHEN WS-INTF-DATA-HORA = SPACES
                   MOVE "INTFOUT ANTERIOR SEM REGISTRO H"
                       TO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   PERFORM 2900-REPROVAR-VERIFICACAO
               WHEN OTHER
                   PERFORM 2510-PROCURAR-CONCILIACAO
           END-EVALUATE.

       2510-PROCURAR-CONCILIACAO.
           MOVE "N" TO WS-REGISTRO-ACHADO
           OPEN INPUT ARQ-CONCILIACAO-STATUS
           IF WS-STATUS-CONCILIACAO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO-ATUAL
                   READ ARQ-CONCILIACAO-STATUS
                       AT END
                           SET FIM-ARQUIVO-ATUAL TO TRUE
                       NOT AT END
                           IF CCS-INTF-DATA-HORA = WS-INTF-DATA-HORA
                               SET REGISTRO-ACHADO TO TRUE
                               MOVE CCS-SITUACAO
                                   TO WS-SITUACAO-CONCILIACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONCILIACAO-STATUS
           END-IF
           IF REGISTRO-ACHADO
               IF WS-SITUACAO-CONCILIACAO = "0"
                   STRING "INTFOUT DE " WS-INTF-DATA-HORA
                          " CONCILIADO" DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
               ELSE
                   STRING "INTFOUT DE " WS-INTF-DATA-HORA
                          " CONCILIADO COM PENDENCIAS (RETRANSM)"
                          DELIMITED BY SIZE
                       INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
                   END-STRING
               END-IF
           ELSE
               STRING "INTFOUT DE " WS-INTF-DATA-HORA
                      " NAO CONCILIADO" DELIMITED BY SIZE
                   INTO WS-VRF-DETALHE (WS-SUB-VERIFICACAO)
               END-STRING
               PERFORM 2900-REPROVAR-VERIFICACAO
           END-IF.

       2900-REPROVAR-VERIFICACAO.
           MOVE "F" TO WS-VRF-SITUACAO (WS-SUB-VERIFICACAO).

       3000-APLICAR-LIBERACOES.
           OPEN INPUT ARQ-LIBERACOES
           IF WS-STATUS-LIBERACOES = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO-ATUAL
                   READ ARQ-LIBERACOES
                       AT END
                           SET FIM-ARQUIVO-ATUAL TO TRUE
                       NOT AT END
                           IF REG-LIBERACAO NOT = SPACES
                               PERFORM 3100-TRATAR-LIBERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LIBERACOES
               IF WS-QTD-LIBERADAS > ZERO
                   CLOSE ARQ-LOG-LIBERACOES
               END-IF
           END-IF.

       3100-TRATAR-LIBERACAO.
           IF WS-QTD-LIBERACOES >= 20
               DISPLAY "AVISO: LIMITE DE 20 LIBERACOES ATINGIDO - "
                   "LIBERACAO " LIB-VERIFICACAO " IGNORADA"
           ELSE
               ADD 1 TO WS-QTD-LIBERACOES
               SET IDX-LIB TO WS-QTD-LIBERACOES
               MOVE LIB-VERIFICACAO TO WS-LIB-VERIFICACAO (IDX-LIB)
               MOVE LIB-OPERADOR TO WS-LIB-OPERADOR (IDX-LIB)
               MOVE LIB-MOTIVO TO WS-LIB-MOTIVO (IDX-LIB)
               PERFORM VARYING IDX-VERIF FROM 1 BY 1
                       UNTIL IDX-VERIF > 6
                          OR WS-NOME-CODIGO (IDX-VERIF) =
                             LIB-VERIFICACAO
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN IDX-VERIF > 6
                       MOVE "IGNORADA - CODIGO INEXISTENTE"
                           TO WS-LIB-RESULTADO (IDX-LIB)
                   WHEN LIB-OPERADOR = SPACES OR LIB-MOTIVO = SPACES
                       MOVE "IGNORADA - SEM OPERADOR/MOTIVO"
                           TO WS-LIB-RESULTADO (IDX-LIB)
                   WHEN VRF-APROVADA (IDX-VERIF)
                       MOVE "DESNECESSARIA - VERIFICACAO OK"
                           TO WS-LIB-RESULTADO (IDX-LIB)
                   WHEN VRF-LIBERADA (IDX-VERIF)
                       MOVE "IGNORADA - JA LIBERADA"
                           TO WS-LIB-RESULTADO (IDX-LIB)
                   WHEN OTHER
                       MOVE "APLICADA" TO WS-LIB-RESULTADO (IDX-LIB)
                       PERFORM 3200-LIBERAR-VERIFICACAO
               END-EVALUATE
           END-IF.

       3200-LIBERAR-VERIFICACAO.
           MOVE "L" TO WS-VRF-SITUACAO (IDX-VERIF)
           MOVE LIB-OPERADOR TO WS-VRF-OPERADOR (IDX-VERIF)
           MOVE LIB-MOTIVO TO WS-VRF-MOTIVO (IDX-VERIF)
           IF WS-QTD-LIBERADAS = ZERO
               OPEN EXTEND ARQ-LOG-LIBERACOES
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT ARQ-LOG-LIBERACOES
               END-IF
               IF WS-STATUS-LOG NOT = "00"
                   DISPLAY "ERRO AO ABRIR PREFLOG - STATUS: "
                       WS-STATUS-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-QTD-LIBERADAS
           MOVE SPACES TO REG-LOG-LIBERACAO
           MOVE WS-DATA-HORA-EXECUCAO TO LGL-DATA-HORA
           MOVE LIB-VERIFICACAO TO LGL-VERIFICACAO
           MOVE LIB-OPERADOR TO LGL-OPERADOR
           MOVE WS-VRF-DETALHE (IDX-VERIF) TO LGL-DETALHE
           MOVE LIB-MOTIVO TO LGL-MOTIVO
           WRITE REG-LOG-LIBERACAO
           DISPLAY "AVISO: VERIFICACAO " LIB-VERIFICACAO
               " LIBERADA POR " LIB-OPERADOR.

       4000-EMITIR-CHECKLIST.
           PERFORM VARYING IDX-VERIF FROM 1 BY 1 UNTIL IDX-VERIF > 6
               PERFORM 4100-ESCREVER-VERIFICACAO
           END-PERFORM
           IF WS-QTD-LIBERACOES > ZERO
               MOVE CAB-LIBERACOES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO AFTER ADVANCING 2
               PERFORM VARYING IDX-LIB FROM 1 BY 1
                       UNTIL IDX-LIB > WS-QTD-LIBERACOES
                   MOVE WS-LIB-VERIFICACAO (IDX-LIB) TO DET-LIB-CODIGO
                   MOVE WS-LIB-OPERADOR (IDX-LIB) TO DET-LIB-OPERADOR
                   MOVE WS-LIB-RESULTADO (IDX-LIB) TO DET-LIB-RESULTADO
                   MOVE WS-LIB-MOTIVO (IDX-LIB) TO DET-LIB-MOTIVO
                   MOVE DET-LIBERACAO TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-PERFORM
           END-IF.

       4100-ESCREVER-VERIFICACAO.
           MOVE WS-NOME-CODIGO (IDX-VERIF) TO DET-PRO-CODIGO
           MOVE WS-NOME-DESCRICAO (IDX-VERIF) TO DET-PRO-DESCRICAO
           MOVE WS-VRF-DETALHE (IDX-VERIF) TO DET-PRO-DETALHE
           EVALUATE TRUE
               WHEN VRF-APROVADA (IDX-VERIF)
                   MOVE "OK" TO DET-PRO-SITUACAO
                   ADD 1 TO WS-QTD-APROVADAS
               WHEN VRF-LIBERADA (IDX-VERIF)
                   MOVE "LIBERADA" TO DET-PRO-SITUACAO
               WHEN OTHER
                   MOVE "FALHA" TO DET-PRO-SITUACAO
                   ADD 1 TO WS-QTD-REPROVADAS
                   DISPLAY "ERRO: VERIFICACAO "
                       WS-NOME-CODIGO (IDX-VERIF) " - "
                       WS-VRF-DETALHE (IDX-VERIF)
           END-EVALUATE
           MOVE DET-PRONTIDAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF VRF-LIBERADA (IDX-VERIF)
               MOVE WS-VRF-OPERADOR (IDX-VERIF) TO DET-PLB-OPERADOR
               MOVE WS-VRF-MOTIVO (IDX-VERIF) TO DET-PLB-MOTIVO
               MOVE DET-PRONTIDAO-LIBERADA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       9000-FIM.
           MOVE WS-QTD-APROVADAS TO RODAPE-QTD-APROVADAS
           MOVE WS-QTD-REPROVADAS TO RODAPE-QTD-REPROVADAS
           MOVE WS-QTD-LIBERADAS TO RODAPE-QTD-LIBERADAS
           MOVE RODAPE-PRONTIDAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           EVALUATE TRUE
               WHEN WS-QTD-REPROVADAS > ZERO
                   MOVE "RETIDO - NAO EXECUTAR INSPECIONARFRASE"
                       TO LIN-RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-LIBERADAS > ZERO
                   MOVE "LIBERADO COM LIBERACAO MANUAL"
                       TO LIN-RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "LIBERADO" TO LIN-RES-TEXTO
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           MOVE LIN-RESULTADO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY "PRONTIDAO: " LIN-RES-TEXTO
           CLOSE ARQ-RELATORIO.
