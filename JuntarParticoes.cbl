       IDENTIFICATION DIVISION.
       PROGRAM-ID. JuntarParticoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE-DIVISAO ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-FRASES ASSIGN TO "PHRSEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRASES.

           SELECT ARQ-PAR-RELATORIO ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-AUDITORIA ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-REJEITOS ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-EXCECOES ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-INTERFACE ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-ESTATISTICA ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-CHECKPOINT ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-PAR-CONTROLE-SEQ ASSIGN USING WS-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICAO.

           SELECT ARQ-RELATORIO ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-REJEITOS ASSIGN TO "REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITOS.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECOES.

           SELECT ARQ-INTERFACE ASSIGN TO "INTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERFACE.

           SELECT ARQ-ESTATISTICA ASSIGN TO "RULESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTATISTICA.

           SELECT ARQ-CHECKPOINT ASSIGN TO "CHECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHECKPOINT.

           SELECT ARQ-CONTROLE-SEQ ASSIGN TO "SEQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQC-SISTEMA
               FILE STATUS IS WS-STATUS-CONTROLE-SEQ.

           SELECT ARQ-RELATORIO-JUNCAO ASSIGN TO "RELJUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JUNCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTROLE-DIVISAO
           RECORDING MODE IS F.
       COPY DIVCTL.

       FD  ARQ-FRASES
           RECORDING MODE IS F.
       COPY PHRASEIN.

       FD  ARQ-PAR-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-PAR-RELATORIO          PIC X(132).

       FD  ARQ-PAR-AUDITORIA
           RECORDING MODE IS F.
       01 REG-PAR-AUDITORIA            PIC X(127).

       FD  ARQ-PAR-REJEITOS
           RECORDING MODE IS F.
       01 REG-PAR-REJEITO              PIC X(73).

       FD  ARQ-PAR-EXCECOES
           RECORDING MODE IS F.
       01 REG-PAR-EXCECAO              PIC X(60).

       FD  ARQ-PAR-INTERFACE
           RECORDING MODE IS F.
       01 REG-PAR-INTERFACE            PIC X(80).

       FD  ARQ-PAR-ESTATISTICA
           RECORDING MODE IS F.
       COPY RULESTAT
           REPLACING REG-ESTATISTICA BY REG-PAR-ESTATISTICA
                     EST-CODIGO      BY PES-CODIGO
                     EST-QTD-ACERTOS BY PES-QTD-ACERTOS.

       FD  ARQ-PAR-CHECKPOINT
           RECORDING MODE IS F.
       COPY CHECKPT
           REPLACING REG-CHECKPOINT         BY REG-PAR-CHECKPOINT
                     CKP-ULTIMO-REGISTRO    BY PCK-ULTIMO-REGISTRO
                     CKP-QTD-CONVERTIDAS    BY PCK-QTD-CONVERTIDAS
                     CKP-QTD-REJEITADAS     BY PCK-QTD-REJEITADAS
                     CKP-QTD-NAO-CONVERT    BY PCK-QTD-NAO-CONVERT
                     CKP-QTD-EXCECOES       BY PCK-QTD-EXCECOES
                     CKP-NUMERO-PAGINA      BY PCK-NUMERO-PAGINA
                     CKP-DATA-HORA          BY PCK-DATA-HORA
                     CKP-QTD-SUPRIMIDAS     BY PCK-QTD-SUPRIMIDAS
                     CKP-LOT-QTD-CONVERT    BY PCK-LOT-QTD-CONVERT
                     CKP-LOT-QTD-NAO-CONV   BY PCK-LOT-QTD-NAO-CONV
                     CKP-LOT-QTD-REJEITADAS BY PCK-LOT-QTD-REJEITADAS
                     CKP-LOT-QTD-EXCECOES   BY PCK-LOT-QTD-EXCECOES
                     CKP-LOT-QTD-SUPRIMIDAS BY PCK-LOT-QTD-SUPRIMIDAS
                     CKP-TIPO-REGISTRO      BY PCK-TIPO-REGISTRO
                     CKP-REGISTRO-PARCIAL   BY PCK-REGISTRO-PARCIAL
                     CKP-REGISTRO-FINAL     BY PCK-REGISTRO-FINAL.

       FD  ARQ-PAR-CONTROLE-SEQ
           RECORDING MODE IS F.
       01 REG-PAR-CONTROLE-SEQ         PIC X(38).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO              PIC X(132).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  ARQ-REJEITOS
           RECORDING MODE IS F.
       COPY REJREC.

       FD  ARQ-EXCECOES
           RECORDING MODE IS F.
       COPY EXCPREC.

       FD  ARQ-INTERFACE
           RECORDING MODE IS F.
       01 REG-INTERFACE                PIC X(80).

       FD  ARQ-ESTATISTICA
           RECORDING MODE IS F.
       COPY RULESTAT.

       FD  ARQ-CHECKPOINT
           RECORDING MODE IS F.
       COPY CHECKPT.

       FD  ARQ-CONTROLE-SEQ
           RECORDING MODE IS F.
       COPY SEQCTL.

       FD  ARQ-RELATORIO-JUNCAO
           RECORDING MODE IS F.
       01 LINHA-JUNCAO                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTROLE           PIC X(2).
       01 WS-STATUS-FRASES             PIC X(2).
       01 WS-STATUS-PARTICAO           PIC X(2).
       01 WS-STATUS-RELATORIO          PIC X(2).
       01 WS-STATUS-AUDITORIA          PIC X(2).
       01 WS-STATUS-REJEITOS           PIC X(2).
       01 WS-STATUS-EXCECOES           PIC X(2).
       01 WS-STATUS-INTERFACE          PIC X(2).
       01 WS-STATUS-ESTATISTICA        PIC X(2).
       01 WS-STATUS-CHECKPOINT         PIC X(2).
       01 WS-STATUS-CONTROLE-SEQ       PIC X(2).
       01 WS-STATUS-JUNCAO             PIC X(2).

       01 WS-FIM-ARQUIVO               PIC X(1) VALUE "N".
           88 FIM-ARQUIVO-ATUAL        VALUE "S".
       01 WS-TEM-CONTROLE-GERAL        PIC X(1) VALUE "N".
           88 CONTROLE-GERAL-ACHADO    VALUE "S".
       01 WS-CABECALHO-INTF-GRAVADO    PIC X(1) VALUE "N".
           88 CABECALHO-INTF-GRAVADO   VALUE "S".
       01 WS-HOUVE-SUPRIMIDAS          PIC X(1) VALUE "N".
           88 HOUVE-LINHA-SUPRIMIDAS   VALUE "S".
       01 WS-SEQ-CADASTRADA            PIC X(1).
           88 SEQUENCIA-CADASTRADA     VALUE "S".

       01 WS-DATA-HORA-EXECUCAO        PIC X(14).
       01 WS-TIPO-CHECKPOINT           PIC X(1) VALUE "P".
       01 WS-QTD-PARTES                PIC 9(2) VALUE ZERO.
       01 WS-SUB-PARTICAO              PIC 9(2).
       01 WS-PREFIXO-PARTICAO          PIC X(6).
       01 WS-NOME-PARTICAO             PIC X(8).
       01 WS-POSICAO-ESTATISTICA       PIC 9(5).

       01 WS-CONTROLE-GERAL.
           05 WS-DIV-QTD-REGISTROS     PIC 9(8) VALUE ZERO.
           05 WS-DIV-QTD-LIDAS         PIC 9(8) VALUE ZERO.
           05 WS-DIV-DATA-HORA         PIC X(14) VALUE SPACES.

       01 WS-TABELA-PARTICOES.
           05 WS-PARTICAO OCCURS 20 TIMES.
               10 WS-PAR-INFORMADA     PIC X(1).
               10 WS-PAR-QTD-REGISTROS PIC 9(8).
               10 WS-PAR-LIDAS-DIVISAO PIC 9(8).
               10 WS-PAR-CONCLUIDA     PIC X(1).
               10 WS-PAR-QTD-LIDAS     PIC 9(8).
               10 WS-PAR-QTD-CONVERT   PIC 9(7).
               10 WS-PAR-QTD-NAO-CONV  PIC 9(7).
               10 WS-PAR-QTD-REJEITADAS
                                       PIC 9(7).
               10 WS-PAR-QTD-EXCECOES  PIC 9(7).
               10 WS-PAR-QTD-SUPRIMIDAS
                                       PIC 9(7).
               10 WS-PAR-NUMERO-PAGINA PIC 9(3).
               10 WS-PAR-QTD-DETALHES-INT
                                       PIC 9(8).
               10 WS-PAR-TRAILER-INT   PIC 9(8).
               10 WS-PAR-TEM-TRAILER   PIC X(1).

       01 WS-TOTAIS-JUNCAO.
           05 WS-ORI-QTD-REGISTROS     PIC 9(8) VALUE ZERO.
           05 WS-ORI-QTD-LIDAS         PIC 9(8) VALUE ZERO.
           05 WS-SOMA-LIDAS-DIVISAO    PIC 9(8) VALUE ZERO.
           05 WS-SOMA-REGISTROS-DIVISAO
                                       PIC 9(8) VALUE ZERO.
           05 WS-SOMA-LIDAS            PIC 9(8) VALUE ZERO.
           05 WS-SOMA-CONVERTIDAS      PIC 9(8) VALUE ZERO.
           05 WS-SOMA-NAO-CONV         PIC 9(8) VALUE ZERO.
           05 WS-SOMA-REJEITADAS       PIC 9(8) VALUE ZERO.
           05 WS-SOMA-EXCECOES         PIC 9(8) VALUE ZERO.
           05 WS-SOMA-SUPRIMIDAS       PIC 9(8) VALUE ZERO.
           05 WS-SOMA-PAGINAS          PIC 9(5) VALUE ZERO.
           05 WS-SOMA-DETALHES-INT     PIC 9(8) VALUE ZERO.
           05 WS-SOMA-TRAILERS-INT     PIC 9(8) VALUE ZERO.
           05 WS-QTD-AUDITORIA         PIC 9(8) VALUE ZERO.
           05 WS-QTD-REJEITOS          PIC 9(8) VALUE ZERO.
           05 WS-QTD-EXCECOES          PIC 9(8) VALUE ZERO.
           05 WS-QTD-DIVERGENCIAS      PIC 9(3) VALUE ZERO.
           05 WS-QTD-AVISOS-SEQUENCIA  PIC 9(5) VALUE ZERO.
           05 WS-QTD-FORA-BALANCO      PIC 9(5) VALUE ZERO.
           05 WS-QTD-SEQ-GRAVADAS      PIC 9(3) VALUE ZERO.

       01 WS-INT-QTD-TEXTO             PIC 9(8).
       01 WS-VALOR-CONFERE-1           PIC 9(9).
       01 WS-VALOR-CONFERE-2           PIC 9(9).

       01 WS-TABELA-ESTATISTICA.
           05 WS-QTD-ESTATISTICAS      PIC 9(5) VALUE ZERO.
           05 WS-ESTATISTICA OCCURS 5000 TIMES
                   INDEXED BY IDX-EST.
               10 WS-EST-CODIGO        PIC X(6).
               10 WS-EST-ACERTOS       PIC 9(7).

       01 WS-TABELA-ATUALIZA-SEQ.
           05 WS-QTD-ATUALIZA-SEQ      PIC 9(3) VALUE ZERO.
           05 WS-ATUALIZA-SEQ OCCURS 400 TIMES
                   INDEXED BY IDX-ATU.
               10 WS-ATU-SISTEMA       PIC X(8).
               10 WS-ATU-ULTIMA-SEQUENCIA
                                       PIC 9(6).
               10 WS-ATU-DATA-LOTE     PIC 9(8).
               10 WS-ATU-DATA-ACEITE   PIC 9(8).
               10 WS-ATU-QTD-DETALHES  PIC 9(8).

       01 RODAPE-RELATORIO.
           05 FILLER                   PIC X(25) VALUE
               "TOTAL DE FRASES LIDAS: ".
           05 RODAPE-QTD-LIDAS         PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
               "TOTAL CONVERTIDAS: ".
           05 RODAPE-QTD-CONVERTIDAS   PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
               "TOTAL REJEITADAS: ".
           05 RODAPE-QTD-REJEITADAS    PIC Z,ZZZ,ZZ9.

       01 RODAPE-SUPRIMIDAS.
           05 FILLER                   PIC X(25) VALUE
               "TOTAL SUPRIMIDAS: ".
           05 RODAPE-QTD-SUPRIMIDAS    PIC Z,ZZZ,ZZ9.

       01 LIN-INICIO-PARTICAO.
           05 FILLER                   PIC X(9)  VALUE "PARTICAO ".
           05 LIN-PAR-NUMERO           PIC 99.
           05 FILLER                   PIC X(3)  VALUE " - ".
           05 LIN-PAR-ARQUIVO          PIC X(8).

       01 CAB-JUNCAO-1.
           05 FILLER                   PIC X(40) VALUE
               "JUNCAO DAS PARTICOES DE INSPECIONARFRASE".
           05 FILLER                   PIC X(8)  VALUE "PARTES: ".
           05 CAB-QTD-PARTES           PIC Z9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "DATA/HORA: ".
           05 CAB-DATA-HORA            PIC X(14).

       01 CAB-JUNCAO-2.
           05 FILLER                   PIC X(10) VALUE "PARTICAO".
           05 FILLER                   PIC X(12) VALUE "LIDAS DIV".
           05 FILLER                   PIC X(12) VALUE "LIDAS".
           05 FILLER                   PIC X(12) VALUE "CONVERTIDAS".
           05 FILLER                   PIC X(12) VALUE "REJEITADAS".
           05 FILLER                   PIC X(12) VALUE "EXCECOES".
           05 FILLER                   PIC X(12) VALUE "INTF D".
           05 FILLER                   PIC X(30) VALUE "SITUACAO".

       01 DET-JUNCAO-PARTICAO.
           05 DET-JUN-PARTICAO         PIC Z9.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DET-JUN-LIDAS-DIVISAO    PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-LIDAS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-CONVERTIDAS      PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-REJEITADAS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-EXCECOES         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-DETALHES-INT     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-SITUACAO         PIC X(30).

       01 CAB-JUNCAO-3.
           05 FILLER                   PIC X(42) VALUE
               "CONFERENCIA".
           05 FILLER                   PIC X(12) VALUE "VALOR 1".
           05 FILLER                   PIC X(14) VALUE "VALOR 2".
           05 FILLER                   PIC X(8)  VALUE "SITUACAO".

       01 DET-JUNCAO.
           05 DET-JUN-DESCRICAO        PIC X(42).
           05 DET-JUN-VALOR-1          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE " X ".
           05 DET-JUN-VALOR-2          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DET-JUN-RESULTADO        PIC X(8).

       01 LIN-JUNCAO-AVISO.
           05 LIN-AVISO-TEXTO          PIC X(80).

       01 LIN-RESULTADO-JUNCAO.
           05 FILLER                   PIC X(11) VALUE "RESULTADO: ".
           05 LIN-RES-TEXTO            PIC X(60).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 1100-CARREGAR-CONTROLE
           PERFORM 1200-RECONTAR-ORIGINAL
           PERFORM 2000-JUNTAR-PARTICAO
               VARYING WS-SUB-PARTICAO FROM 1 BY 1
               UNTIL WS-SUB-PARTICAO > WS-QTD-PARTES
           PERFORM 3000-ENCERRAR-ARQUIVOS
           PERFORM 4000-CONFERIR-TOTAIS
           PERFORM 4500-CONFIRMAR-JUNCAO
           PERFORM 5000-ATUALIZAR-CONTROLE-SEQ
           PERFORM 9000-FIM
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           OPEN OUTPUT ARQ-RELATORIO-JUNCAO
           IF WS-STATUS-JUNCAO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELJUNT - STATUS: "
                   WS-STATUS-JUNCAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUB-PARTICAO FROM 1 BY 1
                   UNTIL WS-SUB-PARTICAO > 20
               MOVE "N" TO WS-PAR-INFORMADA (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO)
               MOVE ZERO TO WS-PAR-LIDAS-DIVISAO (WS-SUB-PARTICAO)
               PERFORM 2110-ZERAR-PARTICAO
           END-PERFORM.

       1100-CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE-DIVISAO
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO ABRIR DIVCTL - STATUS: "
                   WS-STATUS-CONTROLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-CONTROLE-DIVISAO
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       PERFORM 1110-GUARDAR-CONTROLE
               END-READ
           END-PERFORM
           CLOSE ARQ-CONTROLE-DIVISAO
           IF NOT CONTROLE-GERAL-ACHADO
                   OR WS-QTD-PARTES = ZERO OR WS-QTD-PARTES > 20
               DISPLAY "ERRO: DIVCTL SEM REGISTRO GERAL VALIDO - "
                   "EXECUTAR DIVIDIRLOTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-QTD-PARTES TO CAB-QTD-PARTES
           MOVE WS-DATA-HORA-EXECUCAO TO CAB-DATA-HORA
           MOVE CAB-JUNCAO-1 TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO
           MOVE CAB-JUNCAO-2 TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO AFTER ADVANCING 2.

       1110-GUARDAR-CONTROLE.
           EVALUATE TRUE
               WHEN DVC-REG-GERAL
                   SET CONTROLE-GERAL-ACHADO TO TRUE
                   MOVE DVC-PARTICAO TO WS-QTD-PARTES
                   MOVE DVC-QTD-REGISTROS TO WS-DIV-QTD-REGISTROS
                   MOVE DVC-QTD-LIDAS TO WS-DIV-QTD-LIDAS
                   MOVE DVC-DATA-HORA TO WS-DIV-DATA-HORA
               WHEN DVC-REG-PARTICAO
                   IF DVC-PARTICAO > ZERO AND DVC-PARTICAO <= 20
                       MOVE "S" TO WS-PAR-INFORMADA (DVC-PARTICAO)
                       MOVE DVC-QTD-REGISTROS
                           TO WS-PAR-QTD-REGISTROS (DVC-PARTICAO)
                       MOVE DVC-QTD-LIDAS
                           TO WS-PAR-LIDAS-DIVISAO (DVC-PARTICAO)
                       ADD DVC-QTD-REGISTROS
                           TO WS-SOMA-REGISTROS-DIVISAO
                       ADD DVC-QTD-LIDAS TO WS-SOMA-LIDAS-DIVISAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-RECONTAR-ORIGINAL.
           OPEN INPUT ARQ-FRASES
           IF WS-STATUS-FRASES NOT = "00"
               DISPLAY "ERRO AO ABRIR PHRSEIN - STATUS: "
                   WS-STATUS-FRASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-FRASES
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORI-QTD-REGISTROS
                       IF NOT FRASE-REG-CABECALHO
                               AND NOT FRASE-REG-RODAPE
                           ADD 1 TO WS-ORI-QTD-LIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FRASES
           PERFORM 1300-ABRIR-SAIDAS.

       1300-ABRIR-SAIDAS.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RPTOUT - STATUS: "
                   WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-REJEITOS
           IF WS-STATUS-REJEITOS NOT = "00"
               DISPLAY "ERRO AO ABRIR REJEITOS - STATUS: "
                   WS-STATUS-REJEITOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-EXCECOES
           IF WS-STATUS-EXCECOES NOT = "00"
               DISPLAY "ERRO AO ABRIR EXCECOES - STATUS: "
                   WS-STATUS-EXCECOES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-INTERFACE
           IF WS-STATUS-INTERFACE NOT = "00"
               DISPLAY "ERRO AO ABRIR INTFOUT - STATUS: "
                   WS-STATUS-INTERFACE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-JUNTAR-PARTICAO.
           PERFORM 2110-ZERAR-PARTICAO
           IF WS-PAR-INFORMADA (WS-SUB-PARTICAO) NOT = "S"
               MOVE "N" TO WS-PAR-CONCLUIDA (WS-SUB-PARTICAO)
               STRING "PARTICAO " WS-SUB-PARTICAO
                      " AUSENTE DO DIVCTL" DELIMITED BY SIZE
                   INTO LIN-AVISO-TEXTO
               END-STRING
               PERFORM 8900-REGISTRAR-DIVERGENCIA
           ELSE
               IF WS-PAR-QTD-REGISTROS (WS-SUB-PARTICAO) = ZERO
                   MOVE "V" TO WS-PAR-CONCLUIDA (WS-SUB-PARTICAO)
               ELSE
                   PERFORM 2100-LER-CHECKPOINT
                   PERFORM 2200-COPIAR-RELATORIO
                   PERFORM 2310-CONFERIR-AUDITORIA
                   PERFORM 2400-COPIAR-REJEITOS
                   PERFORM 2500-COPIAR-EXCECOES
                   PERFORM 2600-COPIAR-INTERFACE
                   PERFORM 2700-SOMAR-ESTATISTICA
                   PERFORM 2800-LER-CONTROLE-SEQ
               END-IF
           END-IF
           PERFORM 2900-ESCREVER-PARTICAO.

       2050-MONTAR-NOME-PARTICAO.
           MOVE SPACES TO WS-NOME-PARTICAO
           STRING WS-PREFIXO-PARTICAO DELIMITED BY SIZE
                  WS-SUB-PARTICAO DELIMITED BY SIZE
               INTO WS-NOME-PARTICAO
           END-STRING.

       2060-CONFERIR-ABERTURA-PARTICAO.
           IF WS-STATUS-PARTICAO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-PARTICAO
                   " - STATUS: " WS-STATUS-PARTICAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.

       2100-LER-CHECKPOINT.
           MOVE "CHECKP" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-CHECKPOINT
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-CHECKPOINT
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       PERFORM 2120-GUARDAR-CHECKPOINT
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-CHECKPOINT
           IF WS-PAR-CONCLUIDA (WS-SUB-PARTICAO) NOT = "S"
               STRING "PARTICAO " WS-SUB-PARTICAO
                      " NAO CONCLUIDA - " WS-NOME-PARTICAO
                      " SEM REGISTRO FINAL" DELIMITED BY SIZE
                   INTO LIN-AVISO-TEXTO
               END-STRING
               PERFORM 8900-REGISTRAR-DIVERGENCIA
           END-IF
           PERFORM 2130-CONFERIR-BALANCO-PARTICAO
           ADD WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO) TO WS-SOMA-LIDAS
           ADD WS-PAR-QTD-CONVERT (WS-SUB-PARTICAO)
               TO WS-SOMA-CONVERTIDAS
           ADD WS-PAR-QTD-NAO-CONV (WS-SUB-PARTICAO)
               TO WS-SOMA-NAO-CONV
           ADD WS-PAR-QTD-REJEITADAS (WS-SUB-PARTICAO)
               TO WS-SOMA-REJEITADAS
           ADD WS-PAR-QTD-EXCECOES (WS-SUB-PARTICAO)
               TO WS-SOMA-EXCECOES
           ADD WS-PAR-QTD-SUPRIMIDAS (WS-SUB-PARTICAO)
               TO WS-SOMA-SUPRIMIDAS
           ADD WS-PAR-NUMERO-PAGINA (WS-SUB-PARTICAO)
               TO WS-SOMA-PAGINAS.

       2110-ZERAR-PARTICAO.
           MOVE "N" TO WS-PAR-CONCLUIDA (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-CONVERT (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-NAO-CONV (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-REJEITADAS (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-EXCECOES (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-SUPRIMIDAS (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-NUMERO-PAGINA (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-QTD-DETALHES-INT (WS-SUB-PARTICAO)
           MOVE ZERO TO WS-PAR-TRAILER-INT (WS-SUB-PARTICAO)
           MOVE "N" TO WS-PAR-TEM-TRAILER (WS-SUB-PARTICAO).

       2120-GUARDAR-CHECKPOINT.
           IF PCK-REGISTRO-FINAL
               MOVE "S" TO WS-PAR-CONCLUIDA (WS-SUB-PARTICAO)
           ELSE
               MOVE "N" TO WS-PAR-CONCLUIDA (WS-SUB-PARTICAO)
           END-IF
           MOVE PCK-ULTIMO-REGISTRO
               TO WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
           MOVE PCK-QTD-CONVERTIDAS
               TO WS-PAR-QTD-CONVERT (WS-SUB-PARTICAO)
           MOVE PCK-QTD-NAO-CONVERT
               TO WS-PAR-QTD-NAO-CONV (WS-SUB-PARTICAO)
           MOVE PCK-QTD-REJEITADAS
               TO WS-PAR-QTD-REJEITADAS (WS-SUB-PARTICAO)
           MOVE PCK-QTD-EXCECOES
               TO WS-PAR-QTD-EXCECOES (WS-SUB-PARTICAO)
           MOVE PCK-QTD-SUPRIMIDAS
               TO WS-PAR-QTD-SUPRIMIDAS (WS-SUB-PARTICAO)
           MOVE PCK-NUMERO-PAGINA
               TO WS-PAR-NUMERO-PAGINA (WS-SUB-PARTICAO).

       2130-CONFERIR-BALANCO-PARTICAO.
           MOVE ZERO TO WS-VALOR-CONFERE-1
           ADD WS-PAR-QTD-CONVERT (WS-SUB-PARTICAO)
               TO WS-VALOR-CONFERE-1
           ADD WS-PAR-QTD-NAO-CONV (WS-SUB-PARTICAO)
               TO WS-VALOR-CONFERE-1
           ADD WS-PAR-QTD-REJEITADAS (WS-SUB-PARTICAO)
               TO WS-VALOR-CONFERE-1
           ADD WS-PAR-QTD-SUPRIMIDAS (WS-SUB-PARTICAO)
               TO WS-VALOR-CONFERE-1
           IF WS-VALOR-CONFERE-1 NOT =
                   WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
               ADD 1 TO WS-QTD-FORA-BALANCO
               DISPLAY "ERRO: PARTICAO " WS-SUB-PARTICAO
                   " LIDAS " WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
                   " DIFERE DE CONVERTIDAS + NAO CONVERTIDAS"
                   " + REJEITADAS + SUPRIMIDAS " WS-VALOR-CONFERE-1
           END-IF.

       2200-COPIAR-RELATORIO.
           MOVE "RPTOUT" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-RELATORIO
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           MOVE WS-SUB-PARTICAO TO LIN-PAR-NUMERO
           MOVE WS-NOME-PARTICAO TO LIN-PAR-ARQUIVO
           MOVE LIN-INICIO-PARTICAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING PAGE
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-RELATORIO
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LINHA-PAR-RELATORIO (1:23) =
                                   "TOTAL DE FRASES LIDAS: "
                               CONTINUE
                           WHEN LINHA-PAR-RELATORIO (1:18) =
                                   "TOTAL SUPRIMIDAS: "
                               SET HOUVE-LINHA-SUPRIMIDAS TO TRUE
                           WHEN LINHA-PAR-RELATORIO (1:5) = "LOTE "
                             AND LINHA-PAR-RELATORIO (16:15) =
                                   "FORA DE BALANCO"
                               ADD 1 TO WS-QTD-FORA-BALANCO
                               MOVE LINHA-PAR-RELATORIO
                                   TO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           WHEN LINHA-PAR-RELATORIO (1:26) =
                                   "AVISO: SALTO NA SEQUENCIA "
                             OR LINHA-PAR-RELATORIO (1:35) =
                                   "AVISO: LOTE SEM NUMERO DE SEQUENCIA"
                               ADD 1 TO WS-QTD-AVISOS-SEQUENCIA
                               MOVE LINHA-PAR-RELATORIO
                                   TO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                           WHEN OTHER
                               MOVE LINHA-PAR-RELATORIO
                                   TO LINHA-RELATORIO
                               WRITE LINHA-RELATORIO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-RELATORIO.

       2300-COPIAR-AUDITORIA.
           MOVE "AUDITL" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-AUDITORIA
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-AUDITORIA
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       MOVE REG-PAR-AUDITORIA TO REG-AUDITORIA
                       WRITE REG-AUDITORIA
                       ADD 1 TO WS-QTD-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-AUDITORIA.

       2310-CONFERIR-AUDITORIA.
           MOVE "AUDITL" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-AUDITORIA
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           CLOSE ARQ-PAR-AUDITORIA.

       2400-COPIAR-REJEITOS.
           MOVE "REJEIT" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-REJEITOS
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-REJEITOS
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       MOVE REG-PAR-REJEITO TO REG-REJEITO
                       WRITE REG-REJEITO
                       ADD 1 TO WS-QTD-REJEITOS
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-REJEITOS.

       2500-COPIAR-EXCECOES.
           MOVE "EXCECO" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-EXCECOES
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-EXCECOES
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       MOVE REG-PAR-EXCECAO TO REG-EXCECAO
                       WRITE REG-EXCECAO
                       ADD 1 TO WS-QTD-EXCECOES
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-EXCECOES.

       2600-COPIAR-INTERFACE.
           MOVE "INTFOU" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-INTERFACE
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-INTERFACE
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       PERFORM 2650-CLASSIFICAR-INTERFACE
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-INTERFACE
           IF WS-PAR-TEM-TRAILER (WS-SUB-PARTICAO) NOT = "S"
               STRING WS-NOME-PARTICAO " SEM REGISTRO T - "
                      "TRANSMISSAO DA PARTICAO INCOMPLETA"
                      DELIMITED BY SIZE
                   INTO LIN-AVISO-TEXTO
               END-STRING
               PERFORM 8900-REGISTRAR-DIVERGENCIA
           END-IF.

       2650-CLASSIFICAR-INTERFACE.
           EVALUATE REG-PAR-INTERFACE (1:2)
               WHEN "H;"
                   IF NOT CABECALHO-INTF-GRAVADO
                       MOVE REG-PAR-INTERFACE TO REG-INTERFACE
                       WRITE REG-INTERFACE
                       SET CABECALHO-INTF-GRAVADO TO TRUE
                   END-IF
               WHEN "T;"
                   MOVE "S" TO WS-PAR-TEM-TRAILER (WS-SUB-PARTICAO)
                   IF REG-PAR-INTERFACE (3:8) IS NUMERIC
                       MOVE REG-PAR-INTERFACE (3:8)
                           TO WS-PAR-TRAILER-INT (WS-SUB-PARTICAO)
                       ADD WS-PAR-TRAILER-INT (WS-SUB-PARTICAO)
                           TO WS-SOMA-TRAILERS-INT
                   END-IF
               WHEN "D;"
                   ADD 1 TO WS-PAR-QTD-DETALHES-INT (WS-SUB-PARTICAO)
                   ADD 1 TO WS-SOMA-DETALHES-INT
                   MOVE REG-PAR-INTERFACE TO REG-INTERFACE
                   WRITE REG-INTERFACE
               WHEN OTHER
                   MOVE REG-PAR-INTERFACE TO REG-INTERFACE
                   WRITE REG-INTERFACE
           END-EVALUATE.

       2700-SOMAR-ESTATISTICA.
           MOVE "RULEST" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-ESTATISTICA
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           MOVE ZERO TO WS-POSICAO-ESTATISTICA
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-ESTATISTICA
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSICAO-ESTATISTICA
                       PERFORM 2750-ACUMULAR-ACERTOS
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-ESTATISTICA.

       2750-ACUMULAR-ACERTOS.
           IF WS-POSICAO-ESTATISTICA <= WS-QTD-ESTATISTICAS
                   AND WS-EST-CODIGO (WS-POSICAO-ESTATISTICA) =
                       PES-CODIGO
               SET IDX-EST TO WS-POSICAO-ESTATISTICA
           ELSE
               PERFORM VARYING IDX-EST FROM 1 BY 1
                       UNTIL IDX-EST > WS-QTD-ESTATISTICAS
                          OR WS-EST-CODIGO (IDX-EST) = PES-CODIGO
                   CONTINUE
               END-PERFORM
               IF IDX-EST > WS-QTD-ESTATISTICAS
                   IF WS-QTD-ESTATISTICAS >= 5000
                       DISPLAY "ERRO: LIMITE DE 5000 REGRAS EM "
                           "RULESTAT EXCEDIDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-ESTATISTICAS
                   SET IDX-EST TO WS-QTD-ESTATISTICAS
                   MOVE PES-CODIGO TO WS-EST-CODIGO (IDX-EST)
                   MOVE ZERO TO WS-EST-ACERTOS (IDX-EST)
               END-IF
           END-IF
           IF PES-QTD-ACERTOS IS NUMERIC
               ADD PES-QTD-ACERTOS TO WS-EST-ACERTOS (IDX-EST)
           END-IF.

       2800-LER-CONTROLE-SEQ.
           MOVE "SEQATU" TO WS-PREFIXO-PARTICAO
           PERFORM 2050-MONTAR-NOME-PARTICAO
           OPEN INPUT ARQ-PAR-CONTROLE-SEQ
           PERFORM 2060-CONFERIR-ABERTURA-PARTICAO
           PERFORM UNTIL FIM-ARQUIVO-ATUAL
               READ ARQ-PAR-CONTROLE-SEQ
                   AT END
                       SET FIM-ARQUIVO-ATUAL TO TRUE
                   NOT AT END
                       PERFORM 2850-GUARDAR-CONTROLE-SEQ
               END-READ
           END-PERFORM
           CLOSE ARQ-PAR-CONTROLE-SEQ.

       2850-GUARDAR-CONTROLE-SEQ.
           IF WS-QTD-ATUALIZA-SEQ >= 400
               DISPLAY "ERRO: LIMITE DE 400 ATUALIZACOES DE SEQCTL "
                   "EXCEDIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTD-ATUALIZA-SEQ
           MOVE REG-PAR-CONTROLE-SEQ
               TO WS-ATUALIZA-SEQ (WS-QTD-ATUALIZA-SEQ).

       2900-ESCREVER-PARTICAO.
           MOVE WS-SUB-PARTICAO TO DET-JUN-PARTICAO
           MOVE WS-PAR-LIDAS-DIVISAO (WS-SUB-PARTICAO)
               TO DET-JUN-LIDAS-DIVISAO
           MOVE WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO) TO DET-JUN-LIDAS
           MOVE WS-PAR-QTD-CONVERT (WS-SUB-PARTICAO)
               TO DET-JUN-CONVERTIDAS
           MOVE WS-PAR-QTD-REJEITADAS (WS-SUB-PARTICAO)
               TO DET-JUN-REJEITADAS
           MOVE WS-PAR-QTD-EXCECOES (WS-SUB-PARTICAO)
               TO DET-JUN-EXCECOES
           MOVE WS-PAR-QTD-DETALHES-INT (WS-SUB-PARTICAO)
               TO DET-JUN-DETALHES-INT
           EVALUATE TRUE
               WHEN WS-PAR-CONCLUIDA (WS-SUB-PARTICAO) = "V"
                   MOVE "VAZIA - NAO PROCESSADA"
                       TO DET-JUN-SITUACAO
               WHEN WS-PAR-CONCLUIDA (WS-SUB-PARTICAO) NOT = "S"
                   MOVE "NAO CONCLUIDA" TO DET-JUN-SITUACAO
               WHEN WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO) NOT =
                       WS-PAR-LIDAS-DIVISAO (WS-SUB-PARTICAO)
                   MOVE "LIDAS DIFERE DA DIVISAO" TO DET-JUN-SITUACAO
                   STRING "PARTICAO " WS-SUB-PARTICAO
                          " LIDAS " WS-PAR-QTD-LIDAS (WS-SUB-PARTICAO)
                          " DIFERE DO DIVCTL "
                          WS-PAR-LIDAS-DIVISAO (WS-SUB-PARTICAO)
                          DELIMITED BY SIZE
                       INTO LIN-AVISO-TEXTO
                   END-STRING
                   PERFORM 8900-REGISTRAR-DIVERGENCIA
               WHEN OTHER
                   MOVE "JUNTADA" TO DET-JUN-SITUACAO
           END-EVALUATE
           MOVE DET-JUNCAO-PARTICAO TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO.

       3000-ENCERRAR-ARQUIVOS.
           IF NOT CABECALHO-INTF-GRAVADO
               MOVE SPACES TO REG-INTERFACE
               STRING "H;INSPECIONARFRASE;" DELIMITED BY SIZE
                      WS-DATA-HORA-EXECUCAO DELIMITED BY SIZE
                   INTO REG-INTERFACE
               END-STRING
               WRITE REG-INTERFACE
           END-IF
           MOVE ZERO TO WS-INT-QTD-TEXTO
           ADD WS-SOMA-CONVERTIDAS TO WS-INT-QTD-TEXTO
           ADD WS-SOMA-NAO-CONV TO WS-INT-QTD-TEXTO
           MOVE SPACES TO REG-INTERFACE
           STRING "T;" DELIMITED BY SIZE
                  WS-INT-QTD-TEXTO DELIMITED BY SIZE
               INTO REG-INTERFACE
           END-STRING
           WRITE REG-INTERFACE
           MOVE WS-SOMA-LIDAS TO RODAPE-QTD-LIDAS
           MOVE WS-SOMA-CONVERTIDAS TO RODAPE-QTD-CONVERTIDAS
           MOVE WS-SOMA-REJEITADAS TO RODAPE-QTD-REJEITADAS
           MOVE RODAPE-RELATORIO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO AFTER ADVANCING 2
           IF HOUVE-LINHA-SUPRIMIDAS
               MOVE WS-SOMA-SUPRIMIDAS TO RODAPE-QTD-SUPRIMIDAS
               MOVE RODAPE-SUPRIMIDAS TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM 3100-GRAVAR-ESTATISTICA
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-REJEITOS
           CLOSE ARQ-EXCECOES
           CLOSE ARQ-INTERFACE.

       3100-GRAVAR-ESTATISTICA.
           OPEN OUTPUT ARQ-ESTATISTICA
           IF WS-STATUS-ESTATISTICA NOT = "00"
               DISPLAY "ERRO AO ABRIR RULESTAT - STATUS: "
                   WS-STATUS-ESTATISTICA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-EST FROM 1 BY 1
                   UNTIL IDX-EST > WS-QTD-ESTATISTICAS
               MOVE SPACES TO REG-ESTATISTICA
               MOVE WS-EST-CODIGO (IDX-EST) TO EST-CODIGO
               MOVE WS-EST-ACERTOS (IDX-EST) TO EST-QTD-ACERTOS
               WRITE REG-ESTATISTICA
           END-PERFORM
           CLOSE ARQ-ESTATISTICA.

       3200-GRAVAR-CHECKPOINT.
           OPEN EXTEND ARQ-CHECKPOINT
           IF WS-STATUS-CHECKPOINT = "35"
               OPEN OUTPUT ARQ-CHECKPOINT
           END-IF
           IF WS-STATUS-CHECKPOINT NOT = "00"
               DISPLAY "ERRO AO ABRIR CHECKPT - STATUS: "
                   WS-STATUS-CHECKPOINT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-CHECKPOINT
           MOVE WS-SOMA-LIDAS TO CKP-ULTIMO-REGISTRO
           MOVE WS-SOMA-CONVERTIDAS TO CKP-QTD-CONVERTIDAS
           MOVE WS-SOMA-REJEITADAS TO CKP-QTD-REJEITADAS
           MOVE WS-SOMA-NAO-CONV TO CKP-QTD-NAO-CONVERT
           MOVE WS-SOMA-EXCECOES TO CKP-QTD-EXCECOES
           MOVE WS-SOMA-PAGINAS TO CKP-NUMERO-PAGINA
           MOVE FUNCTION CURRENT-DATE TO CKP-DATA-HORA
           MOVE WS-SOMA-SUPRIMIDAS TO CKP-QTD-SUPRIMIDAS
           MOVE ZERO TO CKP-LOT-QTD-CONVERT
           MOVE ZERO TO CKP-LOT-QTD-NAO-CONV
           MOVE ZERO TO CKP-LOT-QTD-REJEITADAS
           MOVE ZERO TO CKP-LOT-QTD-EXCECOES
           MOVE ZERO TO CKP-LOT-QTD-SUPRIMIDAS
           MOVE WS-TIPO-CHECKPOINT TO CKP-TIPO-REGISTRO
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.

       4000-CONFERIR-TOTAIS.
           MOVE CAB-JUNCAO-3 TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO AFTER ADVANCING 2
           MOVE WS-ORI-QTD-REGISTROS TO WS-VALOR-CONFERE-1
           MOVE WS-DIV-QTD-REGISTROS TO WS-VALOR-CONFERE-2
           MOVE "PHRSEIN REGISTROS X DIVCTL REGISTROS"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-SOMA-REGISTROS-DIVISAO TO WS-VALOR-CONFERE-1
           MOVE WS-DIV-QTD-REGISTROS TO WS-VALOR-CONFERE-2
           MOVE "DIVCTL REGISTROS PARTICOES X GERAL"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-SOMA-LIDAS-DIVISAO TO WS-VALOR-CONFERE-1
           MOVE WS-ORI-QTD-LIDAS TO WS-VALOR-CONFERE-2
           MOVE "DIVCTL LIDAS PARTICOES X PHRSEIN LIDAS"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-SOMA-LIDAS TO WS-VALOR-CONFERE-1
           MOVE WS-ORI-QTD-LIDAS TO WS-VALOR-CONFERE-2
           MOVE "CHECKPT LIDAS PARTICOES X PHRSEIN LIDAS"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-SOMA-DETALHES-INT TO WS-VALOR-CONFERE-1
           MOVE WS-SOMA-TRAILERS-INT TO WS-VALOR-CONFERE-2
           MOVE "INTFOUT DETALHES X TRAILERS PARTICOES"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-SOMA-DETALHES-INT TO WS-VALOR-CONFERE-1
           MOVE WS-INT-QTD-TEXTO TO WS-VALOR-CONFERE-2
           MOVE "INTFOUT DETALHES X TRAILER JUNTADO"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-QTD-REJEITOS TO WS-VALOR-CONFERE-1
           MOVE WS-SOMA-REJEITADAS TO WS-VALOR-CONFERE-2
           MOVE "REJEITOS REGISTROS X CHECKPT REJEITADAS"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR
           MOVE WS-QTD-EXCECOES TO WS-VALOR-CONFERE-1
           MOVE WS-SOMA-EXCECOES TO WS-VALOR-CONFERE-2
           MOVE "EXCECOES REGISTROS X CHECKPT EXCECOES"
               TO DET-JUN-DESCRICAO
           PERFORM 4800-CONFERIR-PAR.

       4500-CONFIRMAR-JUNCAO.
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE "P" TO WS-TIPO-CHECKPOINT
               MOVE SPACES TO LIN-AVISO-TEXTO
               MOVE "AUDITLG NAO ATUALIZADO - JUNCAO COM DIVERGENCIAS"
                   TO LIN-AVISO-TEXTO
               DISPLAY "AVISO: " LIN-AVISO-TEXTO
               MOVE LIN-JUNCAO-AVISO TO LINHA-JUNCAO
               WRITE LINHA-JUNCAO AFTER ADVANCING 2
               MOVE SPACES TO LIN-AVISO-TEXTO
           ELSE
               PERFORM 4510-ABRIR-AUDITORIA
               PERFORM 4520-JUNTAR-AUDITORIA
                   VARYING WS-SUB-PARTICAO FROM 1 BY 1
                   UNTIL WS-SUB-PARTICAO > WS-QTD-PARTES
               CLOSE ARQ-AUDITORIA
               MOVE "F" TO WS-TIPO-CHECKPOINT
           END-IF
           PERFORM 3200-GRAVAR-CHECKPOINT.

       4510-ABRIR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITLG - STATUS: "
                   WS-STATUS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4520-JUNTAR-AUDITORIA.
           IF WS-PAR-CONCLUIDA (WS-SUB-PARTICAO) = "S"
               PERFORM 2300-COPIAR-AUDITORIA
           END-IF.

       4800-CONFERIR-PAR.
           MOVE WS-VALOR-CONFERE-1 TO DET-JUN-VALOR-1
           MOVE WS-VALOR-CONFERE-2 TO DET-JUN-VALOR-2
           IF WS-VALOR-CONFERE-1 = WS-VALOR-CONFERE-2
               MOVE "OK" TO DET-JUN-RESULTADO
           ELSE
               MOVE "DIVERGE" TO DET-JUN-RESULTADO
               ADD 1 TO WS-QTD-DIVERGENCIAS
               DISPLAY "ERRO: " DET-JUN-DESCRICAO " - "
                   WS-VALOR-CONFERE-1 " X " WS-VALOR-CONFERE-2
           END-IF
           MOVE DET-JUNCAO TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO.

       5000-ATUALIZAR-CONTROLE-SEQ.
           MOVE SPACES TO LIN-AVISO-TEXTO
           IF WS-QTD-DIVERGENCIAS > ZERO
               MOVE "SEQCTL NAO ATUALIZADO - JUNCAO COM DIVERGENCIAS"
                   TO LIN-AVISO-TEXTO
               DISPLAY "AVISO: " LIN-AVISO-TEXTO
           ELSE
               OPEN I-O ARQ-CONTROLE-SEQ
               IF WS-STATUS-CONTROLE-SEQ NOT = "00"
                       AND WS-STATUS-CONTROLE-SEQ NOT = "05"
                   DISPLAY "ERRO AO ABRIR SEQCTL - STATUS: "
                       WS-STATUS-CONTROLE-SEQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5100-APLICAR-CONTROLE-SEQ
                   VARYING IDX-ATU FROM 1 BY 1
                   UNTIL IDX-ATU > WS-QTD-ATUALIZA-SEQ
               CLOSE ARQ-CONTROLE-SEQ
               STRING "SEQCTL ATUALIZADO - LOTES APLICADOS: "
                      WS-QTD-SEQ-GRAVADAS DELIMITED BY SIZE
                   INTO LIN-AVISO-TEXTO
               END-STRING
           END-IF
           MOVE LIN-JUNCAO-AVISO TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO AFTER ADVANCING 2
           MOVE SPACES TO LIN-AVISO-TEXTO.

       5100-APLICAR-CONTROLE-SEQ.
           MOVE WS-ATU-SISTEMA (IDX-ATU) TO SQC-SISTEMA
           MOVE "S" TO WS-SEQ-CADASTRADA
           READ ARQ-CONTROLE-SEQ
               INVALID KEY
                   MOVE "N" TO WS-SEQ-CADASTRADA
                   MOVE ZERO TO SQC-ULTIMA-SEQUENCIA
           END-READ
           IF WS-ATU-ULTIMA-SEQUENCIA (IDX-ATU) > SQC-ULTIMA-SEQUENCIA
               MOVE WS-ATUALIZA-SEQ (IDX-ATU) TO REG-CONTROLE-SEQUENCIA
               ADD 1 TO WS-QTD-SEQ-GRAVADAS
               IF SEQUENCIA-CADASTRADA
                   REWRITE REG-CONTROLE-SEQUENCIA
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR SEQCTL - SISTEMA "
                               SQC-SISTEMA
                   END-REWRITE
               ELSE
                   WRITE REG-CONTROLE-SEQUENCIA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR SEQCTL - SISTEMA "
                               SQC-SISTEMA
                   END-WRITE
               END-IF
           END-IF.

       8900-REGISTRAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           DISPLAY "ERRO: " LIN-AVISO-TEXTO
           MOVE LIN-JUNCAO-AVISO TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO
           MOVE SPACES TO LIN-AVISO-TEXTO.

       9000-FIM.
           EVALUATE TRUE
               WHEN WS-QTD-DIVERGENCIAS > ZERO
                   MOVE "PARTICOES NAO FECHAM COM O ORIGINAL"
                       TO LIN-RES-TEXTO
                   MOVE 16 TO RETURN-CODE
               WHEN WS-QTD-FORA-BALANCO > ZERO
                   MOVE "JUNTADO - HA LOTE FORA DE BALANCO"
                       TO LIN-RES-TEXTO
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SOMA-REJEITADAS > ZERO
                   MOVE "JUNTADO - HA FRASES REJEITADAS"
                       TO LIN-RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SOMA-EXCECOES > ZERO
                   MOVE "JUNTADO - HA EXCECOES DE DICIONARIO"
                       TO LIN-RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-QTD-AVISOS-SEQUENCIA > ZERO
                   MOVE "JUNTADO - HA AVISOS DE SEQUENCIA DE LOTES"
                       TO LIN-RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "JUNTADO" TO LIN-RES-TEXTO
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           MOVE LIN-RESULTADO-JUNCAO TO LINHA-JUNCAO
           WRITE LINHA-JUNCAO AFTER ADVANCING 2
           CLOSE ARQ-RELATORIO-JUNCAO
           DISPLAY "JUNCAO: " LIN-RES-TEXTO.
