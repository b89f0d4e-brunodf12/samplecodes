       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LinhagemRemessa.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Lineage of one supplier remessa
      *>             from intake to consumer delivery, for the "what
      *>             happened to the file we sent on the 3rd?" call.
      *>             The remessa is named by LINHAGEM_FORNECEDOR and
      *>             LINHAGEM_REMESSA (the AAAAMMDD of its header);
      *>             LINHAGEM_RECEBIDO (AAAAMMDDHHMMSS of the intake)
      *>             narrows a file sent twice to one of its intakes,
      *>             blank reports every intake. From the disposition
      *>             ledger (remessa_disposicao.dat) it counts the
      *>             lines received and how each was taken in -
      *>             staged, duplicate, rejected - and what the review
      *>             did with the staged ones - approved, discarded,
      *>             still waiting in numeros_estagio.dat. Each
      *>             approved numero is then followed into the first
      *>             extract run that carried it (NUMEROS_HIST), the
      *>             consumer files whose roteamento.rules ranges
      *>             claim it and the manifests of those files for
      *>             that run (manifesto.dat) with their
      *>             acknowledgment, and any consumer return opened by
      *>             ProcessaDevolucoes (pendencias.idx, 'DEVOL:').
      *>             Counts per stage, per extract run and per
      *>             consumer go to linhagem_<fornecedor>_<data>.rpt,
      *>             followed by every numero that stopped short,
      *>             with the stage it stopped at. An approved numero
      *>             no extract carried although the watermark in
      *>             lastrun.dat has passed its approval, one no rule
      *>             routes, or one a claiming consumer's manifest
      *>             is missing for is a leak and ends the step with
      *>             a non-zero return code.
      *> 2026-10-15  Weekly and month-end consumers. A run whose date
      *>             matches no manifest is looked up in
      *>             manifesto_periodo.dat and followed to the manifest
      *>             of the period file that carried it; a run a weekly
      *>             or month-end consumer (consumidores.dat) has not
      *>             delivered yet counts as accumulated for periodic
      *>             delivery, not as a leak.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSICAO-FILE ASSIGN TO 'remessa_disposicao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSICAO-STATUS.

           SELECT ESTAGIO-FILE ASSIGN TO 'numeros_estagio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTAGIO-STATUS.

           SELECT LASTRUN-FILE ASSIGN TO 'lastrun.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.

           SELECT REGRAS-FILE ASSIGN TO 'roteamento.rules'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.

           SELECT MANIFESTO-FILE ASSIGN TO 'manifesto.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT PENDENCIA-FILE ASSIGN TO 'pendencias.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WS-PENDENCIA-STATUS.

           SELECT REGISTRO-CONS-FILE ASSIGN TO 'consumidores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT PERIODO-FILE ASSIGN TO 'manifesto_periodo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO WS-RELATORIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSICAO-FILE.
       01  DISPOSICAO-RECORD     PIC X(123).

       FD  ESTAGIO-FILE.
       01  ESTAGIO-RECORD        PIC X(59).

       FD  LASTRUN-FILE.
       01  LASTRUN-RECORD        PIC X(26).

       FD  REGRAS-FILE.
       01  REGRAS-RECORD.
           05  RT-CONSUMIDOR         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  RT-NUMERO-LO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  RT-NUMERO-HI          PIC 9(10).

       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD      PIC X(119).

      *> Same 138-byte PENDREC image; the numero doubles as the
      *> record key at its PENDREC offset.
       FD  PENDENCIA-FILE.
       01  PENDENCIA-RECORD.
           05  FILLER                PIC X(2).
           05  PEND-NUMERO           PIC 9(10).
           05  FILLER                PIC X(126).

       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

       FD  PERIODO-FILE.
       01  PERIODO-RECORD        PIC X(98).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-DISPOSICAO-STATUS  PIC X(2).
       01  WS-ESTAGIO-STATUS     PIC X(2).
       01  WS-LASTRUN-STATUS     PIC X(2).
       01  WS-REGRAS-STATUS      PIC X(2).
       01  WS-MANIFESTO-STATUS   PIC X(2).
       01  WS-PENDENCIA-STATUS   PIC X(2).
       01  WS-REGISTRO-STATUS    PIC X(2).
       01  WS-PERIODO-STATUS     PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-RELATORIO-NAME     PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-REMESSA-DATA       PIC X(8).
       01  WS-RECEBIDO           PIC X(14).
       01  WS-FILA-ABERTA        PIC X     VALUE 'N'.

       01  WS-LAST-RUN-TS        PIC X(26) VALUE
               '0001-01-01-00.00.00.000000'.
       01  WS-WATERMARK-COMPACT  PIC X(14).

       COPY DISPREC.

       COPY ESTGREC.

       COPY MANIFREC.

       COPY PENDREC.

       COPY CONSREC.

       COPY MANPREC.

      *> The intakes of the remessa (a file sent twice is two).
       01  WS-IN-COUNT           PIC 9(2)  VALUE 0.
       01  WS-IN-MAXIMO          PIC 9(2)  VALUE 20.
       01  WS-IN-TABELA.
           05  WS-IN-ENTRADA     OCCURS 20 TIMES.
               10  WS-IN-RECEBIDO    PIC X(14).
               10  WS-IN-USUARIO     PIC X(8).
       01  WS-K                  PIC 9(2).

      *> One entry per line received, in the supplier's order, with
      *> what became of it downstream.
       01  WS-LN-COUNT           PIC 9(5)  VALUE 0.
       01  WS-LN-MAXIMO          PIC 9(5)  VALUE 20000.
       01  WS-LN-OVERFLOW        PIC X     VALUE 'N'.
       01  WS-LN-TABELA.
           05  WS-LN-ENTRADA     OCCURS 20000 TIMES.
               10  WS-LN-RECEBIDO    PIC X(14).
               10  WS-LN-SEQ         PIC 9(6).
               10  WS-LN-NUMERO      PIC 9(10).
               10  WS-LN-INTAKE      PIC X(3).
               10  WS-LN-MOTIVO      PIC X(40).
               10  WS-LN-DECISAO     PIC X(3).
               10  WS-LN-DECISAO-TS  PIC X(14).
               10  WS-LN-RUN-DATE    PIC X(8).
               10  WS-LN-ETAPA       PIC X(24).
               10  WS-LN-DETALHE     PIC X(60).
       01  WS-L                  PIC 9(5).
       01  WS-LN-ACHOU           PIC X.

       01  WS-RG-COUNT           PIC 9(3)  VALUE 0.
       01  WS-RG-MAXIMO          PIC 9(3)  VALUE 200.
       01  WS-RG-TABELA.
           05  WS-RG-ENTRADA     OCCURS 200 TIMES.
               10  WS-RG-CONSUMIDOR  PIC X(8).
               10  WS-RG-LO          PIC 9(10).
               10  WS-RG-HI          PIC 9(10).
       01  WS-R                  PIC 9(3).

       01  WS-MAN-COUNT          PIC 9(4)  VALUE 0.
       01  WS-MAN-MAXIMO         PIC 9(4)  VALUE 3000.
       01  WS-MAN-OVERFLOW       PIC X     VALUE 'N'.
       01  WS-MAN-TABELA.
           05  WS-MAN-ENTRADA    PIC X(119) OCCURS 3000 TIMES.
       01  WS-M                  PIC 9(4).

      *> Weekly and month-end consumers (consumidores.dat) and the
      *> runs each of their period files carried
      *> (manifesto_periodo.dat).
       01  WS-PC-COUNT           PIC 9(2)  VALUE 0.
       01  WS-PC-MAXIMO          PIC 9(2)  VALUE 50.
       01  WS-PC-TABELA.
           05  WS-PC-NOME        PIC X(8) OCCURS 50 TIMES.
       01  WS-P                  PIC 9(2).
       01  WS-PE-COUNT           PIC 9(4)  VALUE 0.
       01  WS-PE-MAXIMO          PIC 9(4)  VALUE 3000.
       01  WS-PE-OVERFLOW        PIC X     VALUE 'N'.
       01  WS-PE-TABELA.
           05  WS-PE-ENTRADA     OCCURS 3000 TIMES.
               10  WS-PE-CONSUMIDOR  PIC X(8).
               10  WS-PE-PERIODO-ID  PIC X(10).
               10  WS-PE-RUN-DATE    PIC X(8).
       01  WS-Q                  PIC 9(4).
       01  WS-PERIODO-ID         PIC X(10).

      *> The consumers claiming the numero being followed.
       01  WS-NC-COUNT           PIC 9(2)  VALUE 0.
       01  WS-NC-MAXIMO          PIC 9(2)  VALUE 10.
       01  WS-NC-TABELA.
           05  WS-NC-NOME        PIC X(8) OCCURS 10 TIMES.
       01  WS-C                  PIC 9(2).
       01  WS-ACHOU              PIC X.
       01  WS-MAN-ACHOU          PIC X.
       01  WS-MAN-CONFIRMADO     PIC X.
       01  WS-SEM-MANIFESTO      PIC X(8).
       01  WS-SEM-CONFIRMACAO    PIC X(8).
       01  WS-MAN-ACUMULADO      PIC X.
       01  WS-ACUMULADO          PIC X(8).

      *> Per intake: runs that carried its numeros and the
      *> consumer files that received them.
       01  WS-RD-COUNT           PIC 9(2)  VALUE 0.
       01  WS-RD-MAXIMO          PIC 9(2)  VALUE 60.
       01  WS-RD-TABELA.
           05  WS-RD-ENTRADA     OCCURS 60 TIMES.
               10  WS-RD-DATA        PIC X(8).
               10  WS-RD-QTDE        PIC 9(6).
       01  WS-D                  PIC 9(2).
       01  WS-CN-COUNT           PIC 9(2)  VALUE 0.
       01  WS-CN-MAXIMO          PIC 9(2)  VALUE 50.
       01  WS-CN-TABELA.
           05  WS-CN-ENTRADA     OCCURS 50 TIMES.
               10  WS-CN-NOME        PIC X(8).
               10  WS-CN-ROTEADAS    PIC 9(6).
               10  WS-CN-ENTREGUES   PIC 9(6).
               10  WS-CN-CONFIRMADAS PIC 9(6).
       01  WS-N                  PIC 9(2).

       01  WS-NUMERO             PIC 9(10).
       01  WS-DESDE              PIC X(8).
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RETRATACOES        PIC 9(9)  VALUE 0.

       01  WS-CONTADORES.
           05  WS-CT-RECEBIDAS       PIC 9(6).
           05  WS-CT-ESTAGIO         PIC 9(6).
           05  WS-CT-DUPLICADAS      PIC 9(6).
           05  WS-CT-REJEITADAS      PIC 9(6).
           05  WS-CT-APROVADAS       PIC 9(6).
           05  WS-CT-DESCARTADAS     PIC 9(6).
           05  WS-CT-PENDENTES       PIC 9(6).
           05  WS-CT-EXTRAIDAS       PIC 9(6).
           05  WS-CT-AGUARDANDO      PIC 9(6).
           05  WS-CT-NAO-EXTRAIDAS   PIC 9(6).
           05  WS-CT-ROTEADAS        PIC 9(6).
           05  WS-CT-SEM-REGRA       PIC 9(6).
           05  WS-CT-ENTREGUES       PIC 9(6).
           05  WS-CT-SEM-MANIFESTO   PIC 9(6).
           05  WS-CT-ACUMULADAS      PIC 9(6).
           05  WS-CT-CONFIRMADAS     PIC 9(6).
           05  WS-CT-SEM-CONFIRMACAO PIC 9(6).
           05  WS-CT-DEVOLVIDAS      PIC 9(6).
           05  WS-CT-RETRATADAS      PIC 9(6).
           05  WS-CT-PERDAS          PIC 9(6).
       01  WS-VAZAMENTOS         PIC 9(6)  VALUE 0.
       01  WS-LINHAS-REMESSA     PIC 9(6)  VALUE 0.

       01  WS-REL-TITULO.
           05  FILLER                PIC X(23) VALUE
               'LINHAGEM DA REMESSA DE '.
           05  WS-RT-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X(8)  VALUE ' DATADA '.
           05  WS-RT-REMESSA-DATA    PIC X(8).
           05  FILLER                PIC X(13) VALUE ' - GERADO EM '.
           05  WS-RT-GERADO          PIC X(14).
       01  WS-REL-CONTAGEM.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RC-ROTULO          PIC X(44).
           05  WS-RC-QTDE            PIC Z(5)9.
       01  WS-REL-CAB-PERDA.
           05  FILLER                PIC X(42) VALUE
               '     SEQ  NUMERO      ETAPA               '.
           05  FILLER                PIC X(30) VALUE
               '      DETALHE'.
       01  WS-REL-PERDA.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RP-SEQ             PIC Z(5)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RP-NUMERO          PIC 9(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RP-ETAPA           PIC X(24).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RP-DETALHE         PIC X(60).
       01  WS-REL-CONSUMIDOR.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RN-NOME            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RN-ROTEADAS        PIC Z(5)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RN-ENTREGUES       PIC Z(5)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RN-CONFIRMADAS     PIC Z(5)9.
       01  WS-QTDE-ED            PIC Z(5)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-LEDGER
           IF WS-IN-COUNT = 0
               DISPLAY 'Nenhuma remessa de ' WS-FORNECEDOR
                       ' datada ' WS-REMESSA-DATA
                       ' no registro de disposicao.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-PENDENTES-ESTAGIO
           PERFORM LE-MARCADAGUA
           PERFORM CARREGA-REGRAS
           PERFORM CARREGA-MANIFESTOS
           PERFORM CARREGA-PERIODICOS
           PERFORM CARREGA-PERIODOS
           PERFORM CONNECT-DB
           OPEN INPUT PENDENCIA-FILE
           IF WS-PENDENCIA-STATUS = '00'
               MOVE 'Y' TO WS-FILA-ABERTA
           END-IF
           PERFORM ABRE-RELATORIO
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IN-COUNT
               PERFORM SEGUE-RECEBIMENTO
           END-PERFORM
           CLOSE RELATORIO-FILE
           IF WS-FILA-ABERTA = 'Y'
               CLOSE PENDENCIA-FILE
           END-IF
           PERFORM DISCONNECT-DB
           DISPLAY '========================================'
           DISPLAY 'Linhagem de ' WS-FORNECEDOR ' remessa '
                   WS-REMESSA-DATA ' - '
                   FUNCTION TRIM(WS-RELATORIO-NAME)
           DISPLAY 'Recebimentos              : ' WS-IN-COUNT
           DISPLAY 'Numeros com vazamento     : ' WS-VAZAMENTOS
           DISPLAY '========================================'
           IF WS-VAZAMENTOS > 0 OR WS-LN-OVERFLOW = 'Y'
                   OR WS-MAN-OVERFLOW = 'Y'
                   OR WS-PE-OVERFLOW = 'Y'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'LINHAGEM_FORNECEDOR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FORNECEDOR FROM ENVIRONMENT-VALUE
           MOVE 'LINHAGEM_REMESSA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REMESSA-DATA FROM ENVIRONMENT-VALUE
           MOVE 'LINHAGEM_RECEBIDO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RECEBIDO FROM ENVIRONMENT-VALUE
           IF WS-FORNECEDOR = SPACE
                   OR WS-REMESSA-DATA IS NOT NUMERIC
               DISPLAY 'Informar LINHAGEM_FORNECEDOR e '
                       'LINHAGEM_REMESSA (AAAAMMDD).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RECEBIDO NOT = SPACE
                   AND WS-RECEBIDO IS NOT NUMERIC
               DISPLAY 'LINHAGEM_RECEBIDO invalido '
                       '(AAAAMMDDHHMMSS): ' WS-RECEBIDO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-RELATORIO-NAME
           STRING 'linhagem_' DELIMITED BY SIZE
                  WS-FORNECEDOR DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-REMESSA-DATA DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-RELATORIO-NAME.

      *> The 'L' lines of an intake are written together at intake
      *> time; the 'A' decisions come later, in any order, and are
      *> matched back to their line by intake stamp and numero.
       CARREGA-LEDGER.
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ DISPOSICAO-FILE INTO WS-DISPOSICAO
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-DP-FORNECEDOR = WS-FORNECEDOR
                               AND WS-DP-REMESSA-DATA =
                                   WS-REMESSA-DATA
                               AND (WS-RECEBIDO = SPACE
                                    OR WS-DP-RECEBIDO-TS =
                                       WS-RECEBIDO)
                           PERFORM GUARDA-DISPOSICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPOSICAO-STATUS NOT = '35'
               CLOSE DISPOSICAO-FILE
           END-IF
           MOVE 'N' TO EOF.

       GUARDA-DISPOSICAO.
           EVALUATE WS-DP-TIPO
               WHEN 'L'
                   PERFORM GUARDA-RECEBIMENTO
                   IF WS-LN-COUNT >= WS-LN-MAXIMO
                       MOVE 'Y' TO WS-LN-OVERFLOW
                   ELSE
                       ADD 1 TO WS-LN-COUNT
                       MOVE SPACES TO WS-LN-ENTRADA(WS-LN-COUNT)
                       MOVE WS-DP-RECEBIDO-TS TO
                           WS-LN-RECEBIDO(WS-LN-COUNT)
                       MOVE WS-DP-SEQ TO WS-LN-SEQ(WS-LN-COUNT)
                       MOVE WS-DP-NUMERO TO WS-LN-NUMERO(WS-LN-COUNT)
                       MOVE WS-DP-SITUACAO TO
                           WS-LN-INTAKE(WS-LN-COUNT)
                       MOVE WS-DP-MOTIVO TO WS-LN-MOTIVO(WS-LN-COUNT)
                   END-IF
               WHEN 'A'
                   MOVE 'N' TO WS-LN-ACHOU
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > WS-LN-COUNT
                           OR WS-LN-ACHOU = 'Y'
                       IF WS-LN-RECEBIDO(WS-L) = WS-DP-RECEBIDO-TS
                               AND WS-LN-NUMERO(WS-L) = WS-DP-NUMERO
                               AND WS-LN-INTAKE(WS-L) = 'EST'
                               AND WS-LN-DECISAO(WS-L) = SPACE
                           MOVE 'Y' TO WS-LN-ACHOU
                           MOVE WS-DP-SITUACAO TO
                               WS-LN-DECISAO(WS-L)
                           MOVE WS-DP-GRAVADO-TS TO
                               WS-LN-DECISAO-TS(WS-L)
                           IF WS-DP-SITUACAO = 'DES'
                               MOVE WS-DP-MOTIVO TO
                                   WS-LN-MOTIVO(WS-L)
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       GUARDA-RECEBIMENTO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-IN-COUNT OR WS-ACHOU = 'Y'
               IF WS-IN-RECEBIDO(WS-K) = WS-DP-RECEBIDO-TS
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N' AND WS-IN-COUNT < WS-IN-MAXIMO
               ADD 1 TO WS-IN-COUNT
               MOVE WS-DP-RECEBIDO-TS TO WS-IN-RECEBIDO(WS-IN-COUNT)
               MOVE WS-DP-USUARIO TO WS-IN-USUARIO(WS-IN-COUNT)
           END-IF.

      *> An undecided staged line is confirmed against the staging
      *> file itself - it is either still waiting there or it left
      *> without a decision being recorded.
       CARREGA-PENDENTES-ESTAGIO.
           OPEN INPUT ESTAGIO-FILE
           IF WS-ESTAGIO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ ESTAGIO-FILE INTO WS-ESTAGIO-PENDENCIA
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ES-STATUS = 'P'
                               AND ES-FORNECEDOR = WS-FORNECEDOR
                               AND ES-REMESSA-DATA = WS-REMESSA-DATA
                           PERFORM MARCA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ESTAGIO-STATUS NOT = '35'
               CLOSE ESTAGIO-FILE
           END-IF
           MOVE 'N' TO EOF.

       MARCA-PENDENTE.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LN-COUNT
               IF WS-LN-RECEBIDO(WS-L) = ES-CARREGADO-TS(1:14)
                       AND WS-LN-NUMERO(WS-L) = ES-NUMERO
                       AND WS-LN-INTAKE(WS-L) = 'EST'
                       AND WS-LN-DECISAO(WS-L) = SPACE
                   MOVE 'PEN' TO WS-LN-DECISAO(WS-L)
               END-IF
           END-PERFORM.

      *> The watermark separates an approval the extract has not
      *> had its chance at yet from one it should already have
      *> carried. Both are reduced to AAAAMMDDHHMMSS to compare.
       LE-MARCADAGUA.
           OPEN INPUT LASTRUN-FILE
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
               IF WS-LASTRUN-STATUS = '00'
                   MOVE LASTRUN-RECORD TO WS-LAST-RUN-TS
               END-IF
               CLOSE LASTRUN-FILE
           END-IF
           MOVE SPACE TO WS-WATERMARK-COMPACT
           STRING WS-LAST-RUN-TS(1:4) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(6:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(9:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(12:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(15:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(18:2) DELIMITED BY SIZE
               INTO WS-WATERMARK-COMPACT.

       CARREGA-REGRAS.
           OPEN INPUT REGRAS-FILE
           IF WS-REGRAS-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REGRAS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF RT-CONSUMIDOR NOT = SPACE
                               AND WS-RG-COUNT < WS-RG-MAXIMO
                           ADD 1 TO WS-RG-COUNT
                           MOVE RT-CONSUMIDOR TO
                               WS-RG-CONSUMIDOR(WS-RG-COUNT)
                           MOVE RT-NUMERO-LO TO WS-RG-LO(WS-RG-COUNT)
                           MOVE RT-NUMERO-HI TO WS-RG-HI(WS-RG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGRAS-STATUS NOT = '35'
               CLOSE REGRAS-FILE
           END-IF
           MOVE 'N' TO EOF.

       CARREGA-MANIFESTOS.
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIFESTO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ MANIFESTO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-MAN-COUNT >= WS-MAN-MAXIMO
                           DISPLAY 'Mais de ' WS-MAN-MAXIMO
                                   ' manifestos - excedente '
                                   'ignorado.'
                           MOVE 'Y' TO WS-MAN-OVERFLOW
                           MOVE 'Y' TO EOF
                       ELSE
                           ADD 1 TO WS-MAN-COUNT
                           MOVE MANIFESTO-RECORD TO
                               WS-MAN-ENTRADA(WS-MAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANIFESTO-STATUS NOT = '35'
               CLOSE MANIFESTO-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> Same reading of the registry as RoteiaSaida: only 'S' and
      *> 'M' consumers hold their rows back for a period file.
       CARREGA-PERIODICOS.
           OPEN INPUT REGISTRO-CONS-FILE
           IF WS-REGISTRO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REGISTRO-CONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE REGISTRO-CONS-RECORD TO WS-CONSUMIDOR-REG
                       IF WS-CR-NOME NOT = SPACE
                               AND (WS-CR-FREQUENCIA = 'S'
                               OR WS-CR-FREQUENCIA = 'M')
                               AND WS-PC-COUNT < WS-PC-MAXIMO
                           ADD 1 TO WS-PC-COUNT
                           MOVE WS-CR-NOME TO WS-PC-NOME(WS-PC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTRO-STATUS NOT = '35'
               CLOSE REGISTRO-CONS-FILE
           END-IF
           MOVE 'N' TO EOF.

       CARREGA-PERIODOS.
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PERIODO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-PE-COUNT >= WS-PE-MAXIMO
                           DISPLAY 'Mais de ' WS-PE-MAXIMO
                                   ' linhas de manifesto de periodo'
                                   ' - excedente ignorado.'
                           MOVE 'Y' TO WS-PE-OVERFLOW
                           MOVE 'Y' TO EOF
                       ELSE
                           MOVE PERIODO-RECORD TO WS-MANIFESTO-PERIODO
                           ADD 1 TO WS-PE-COUNT
                           MOVE WS-MP-CONSUMIDOR TO
                               WS-PE-CONSUMIDOR(WS-PE-COUNT)
                           MOVE WS-MP-PERIODO-ID TO
                               WS-PE-PERIODO-ID(WS-PE-COUNT)
                           MOVE WS-MP-RUN-DATE TO
                               WS-PE-RUN-DATE(WS-PE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERIODO-STATUS NOT = '35'
               CLOSE PERIODO-FILE
           END-IF
           MOVE 'N' TO EOF.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel criar '
                       FUNCTION TRIM(WS-RELATORIO-NAME)
                       ' - status ' WS-RELATORIO-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM DISCONNECT-DB
               STOP RUN
           END-IF
           MOVE WS-FORNECEDOR TO WS-RT-FORNECEDOR
           MOVE WS-REMESSA-DATA TO WS-RT-REMESSA-DATA
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RT-GERADO
           WRITE RELATORIO-RECORD FROM WS-REL-TITULO
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Marca de agua da extracao: ' DELIMITED BY SIZE
                  WS-LAST-RUN-TS DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           IF WS-LN-OVERFLOW = 'Y'
               MOVE SPACE TO RELATORIO-RECORD
               STRING '*** Mais de ' DELIMITED BY SIZE
                      WS-LN-MAXIMO DELIMITED BY SIZE
                      ' linhas - relatorio INCOMPLETO'
                          DELIMITED BY SIZE
                   INTO RELATORIO-RECORD
               END-STRING
               WRITE RELATORIO-RECORD
           END-IF.

      *> One intake: every line followed as far as it went, then
      *> the stage counts, the runs, the consumers and the numeros
      *> that stopped short.
       SEGUE-RECEBIMENTO.
           INITIALIZE WS-CONTADORES
           MOVE 0 TO WS-RD-COUNT
           MOVE 0 TO WS-CN-COUNT
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LN-COUNT
               IF WS-LN-RECEBIDO(WS-L) = WS-IN-RECEBIDO(WS-K)
                   PERFORM SEGUE-LINHA
               END-IF
           END-PERFORM
           ADD WS-CT-NAO-EXTRAIDAS TO WS-VAZAMENTOS
           ADD WS-CT-SEM-REGRA TO WS-VAZAMENTOS
           ADD WS-CT-SEM-MANIFESTO TO WS-VAZAMENTOS
           PERFORM GRAVA-CONTAGENS
           PERFORM GRAVA-RUNS
           PERFORM GRAVA-CONSUMIDORES
           PERFORM GRAVA-PERDAS.

       SEGUE-LINHA.
           ADD 1 TO WS-CT-RECEBIDAS
           EVALUATE WS-LN-INTAKE(WS-L)
               WHEN 'DUP'
                   ADD 1 TO WS-CT-DUPLICADAS
                   MOVE 'DUPLICADA NA ENTRADA' TO WS-LN-ETAPA(WS-L)
                   MOVE WS-LN-MOTIVO(WS-L) TO WS-LN-DETALHE(WS-L)
               WHEN 'REJ'
                   ADD 1 TO WS-CT-REJEITADAS
                   MOVE 'REJEITADA NA ENTRADA' TO WS-LN-ETAPA(WS-L)
                   MOVE WS-LN-MOTIVO(WS-L) TO WS-LN-DETALHE(WS-L)
               WHEN OTHER
                   ADD 1 TO WS-CT-ESTAGIO
                   PERFORM SEGUE-ESTAGIO
           END-EVALUATE
           IF WS-LN-ETAPA(WS-L) NOT = SPACE
               ADD 1 TO WS-CT-PERDAS
           END-IF.

       SEGUE-ESTAGIO.
           EVALUATE WS-LN-DECISAO(WS-L)
               WHEN 'ACE'
                   ADD 1 TO WS-CT-APROVADAS
                   PERFORM SEGUE-EXTRACAO
               WHEN 'DES'
                   ADD 1 TO WS-CT-DESCARTADAS
                   MOVE 'DESCARTADA NA REVISAO' TO WS-LN-ETAPA(WS-L)
                   MOVE WS-LN-MOTIVO(WS-L) TO WS-LN-DETALHE(WS-L)
               WHEN 'PEN'
                   ADD 1 TO WS-CT-PENDENTES
                   MOVE 'AGUARDANDO REVISAO' TO WS-LN-ETAPA(WS-L)
                   MOVE 'pendente em numeros_estagio.dat'
                       TO WS-LN-DETALHE(WS-L)
               WHEN OTHER
                   ADD 1 TO WS-CT-PENDENTES
                   MOVE 'SAIU DO ESTAGIO' TO WS-LN-ETAPA(WS-L)
                   MOVE 'sem decisao registrada e fora do estagio'
                       TO WS-LN-DETALHE(WS-L)
           END-EVALUATE.

      *> The first run on or after the approval day that carried
      *> the numero as a detail row; a retraction row after it
      *> means it was taken back later.
       SEGUE-EXTRACAO.
           MOVE WS-LN-NUMERO(WS-L) TO WS-NUMERO
           MOVE WS-LN-DECISAO-TS(WS-L)(1:8) TO WS-DESDE
           MOVE SPACE TO WS-RUN-DATE
           EXEC SQL
               SELECT COALESCE(MIN(run_date), ' ')
               INTO :WS-RUN-DATE
               FROM NUMEROS_HIST
               WHERE numero = :WS-NUMERO
                 AND COALESCE(row_type, 'D') <> 'R'
                 AND run_date >= :WS-DESDE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao consultar NUMEROS_HIST, SQLCODE: '
                       SQLCODE
               MOVE SPACE TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = SPACE
               IF WS-LN-DECISAO-TS(WS-L) > WS-WATERMARK-COMPACT
                   ADD 1 TO WS-CT-AGUARDANDO
                   MOVE 'AGUARDANDO EXTRACAO' TO WS-LN-ETAPA(WS-L)
                   MOVE SPACE TO WS-LN-DETALHE(WS-L)
                   STRING 'aprovada em ' DELIMITED BY SIZE
                          WS-LN-DECISAO-TS(WS-L) DELIMITED BY SIZE
                          ', apos a ultima extracao'
                              DELIMITED BY SIZE
                       INTO WS-LN-DETALHE(WS-L)
                   END-STRING
               ELSE
                   ADD 1 TO WS-CT-NAO-EXTRAIDAS
                   MOVE 'NAO EXTRAIDA' TO WS-LN-ETAPA(WS-L)
                   MOVE SPACE TO WS-LN-DETALHE(WS-L)
                   STRING 'aprovada em ' DELIMITED BY SIZE
                          WS-LN-DECISAO-TS(WS-L) DELIMITED BY SIZE
                          ', nenhuma extracao a levou'
                              DELIMITED BY SIZE
                       INTO WS-LN-DETALHE(WS-L)
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-CT-EXTRAIDAS
               MOVE WS-RUN-DATE TO WS-LN-RUN-DATE(WS-L)
               PERFORM CONTA-RUN
               PERFORM SEGUE-ENTREGA
               PERFORM SEGUE-DEVOLUCAO
               PERFORM SEGUE-RETRATACAO
           END-IF.

       CONTA-RUN.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-RD-COUNT OR WS-ACHOU = 'Y'
               IF WS-RD-DATA(WS-D) = WS-RUN-DATE
                   MOVE 'Y' TO WS-ACHOU
                   ADD 1 TO WS-RD-QTDE(WS-D)
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N' AND WS-RD-COUNT < WS-RD-MAXIMO
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RUN-DATE TO WS-RD-DATA(WS-RD-COUNT)
               MOVE 1 TO WS-RD-QTDE(WS-RD-COUNT)
           END-IF.

      *> The consumer files that carried the numero are the ones
      *> whose ranges claim it; each must have a manifest generated
      *> on the run date (the ProcessaDevolucoes matching), and the
      *> delivery counts as acknowledged once every one of them is.
      *> A weekly or month-end consumer that has not reached its
      *> delivery date yet still holds the run in its accumulation:
      *> that is not a leak, only a numero on its way.
       SEGUE-ENTREGA.
           MOVE 0 TO WS-NC-COUNT
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RG-COUNT
               IF WS-NUMERO >= WS-RG-LO(WS-R)
                       AND WS-NUMERO <= WS-RG-HI(WS-R)
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-NC-COUNT
                           OR WS-ACHOU = 'Y'
                       IF WS-NC-NOME(WS-C) = WS-RG-CONSUMIDOR(WS-R)
                           MOVE 'Y' TO WS-ACHOU
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU = 'N' AND WS-NC-COUNT < WS-NC-MAXIMO
                       ADD 1 TO WS-NC-COUNT
                       MOVE WS-RG-CONSUMIDOR(WS-R) TO
                           WS-NC-NOME(WS-NC-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NC-COUNT = 0
               ADD 1 TO WS-CT-SEM-REGRA
               MOVE 'SEM ROTEAMENTO' TO WS-LN-ETAPA(WS-L)
               MOVE SPACE TO WS-LN-DETALHE(WS-L)
               STRING 'extraida em ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ', nenhuma regra a reclama' DELIMITED BY SIZE
                   INTO WS-LN-DETALHE(WS-L)
               END-STRING
           ELSE
               ADD 1 TO WS-CT-ROTEADAS
               MOVE SPACE TO WS-SEM-MANIFESTO
               MOVE SPACE TO WS-SEM-CONFIRMACAO
               MOVE SPACE TO WS-ACUMULADO
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NC-COUNT
                   PERFORM LOCALIZA-MANIFESTO
                   PERFORM CONTA-CONSUMIDOR
                   IF WS-MAN-ACHOU = 'N'
                           AND WS-MAN-ACUMULADO = 'N'
                           AND WS-SEM-MANIFESTO = SPACE
                       MOVE WS-NC-NOME(WS-C) TO WS-SEM-MANIFESTO
                   END-IF
                   IF WS-MAN-ACUMULADO = 'Y'
                           AND WS-ACUMULADO = SPACE
                       MOVE WS-NC-NOME(WS-C) TO WS-ACUMULADO
                   END-IF
                   IF WS-MAN-ACHOU = 'Y'
                           AND WS-MAN-CONFIRMADO = 'N'
                           AND WS-SEM-CONFIRMACAO = SPACE
                       MOVE WS-NC-NOME(WS-C) TO WS-SEM-CONFIRMACAO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-SEM-MANIFESTO NOT = SPACE
                       ADD 1 TO WS-CT-SEM-MANIFESTO
                       MOVE 'NAO ENTREGUE' TO WS-LN-ETAPA(WS-L)
                       MOVE SPACE TO WS-LN-DETALHE(WS-L)
                       STRING 'run ' DELIMITED BY SIZE
                              WS-RUN-DATE DELIMITED BY SIZE
                              ' sem manifesto para '
                                  DELIMITED BY SIZE
                              WS-SEM-MANIFESTO DELIMITED BY SPACE
                           INTO WS-LN-DETALHE(WS-L)
                       END-STRING
                   WHEN WS-ACUMULADO NOT = SPACE
                       ADD 1 TO WS-CT-ACUMULADAS
                       MOVE 'ACUMULADA P/ ENTREGA' TO WS-LN-ETAPA(WS-L)
                       MOVE SPACE TO WS-LN-DETALHE(WS-L)
                       STRING 'run ' DELIMITED BY SIZE
                              WS-RUN-DATE DELIMITED BY SIZE
                              ' retida no periodo de '
                                  DELIMITED BY SIZE
                              WS-ACUMULADO DELIMITED BY SPACE
                           INTO WS-LN-DETALHE(WS-L)
                       END-STRING
                   WHEN WS-SEM-CONFIRMACAO NOT = SPACE
                       ADD 1 TO WS-CT-ENTREGUES
                       ADD 1 TO WS-CT-SEM-CONFIRMACAO
                       MOVE 'SEM CONFIRMACAO' TO WS-LN-ETAPA(WS-L)
                       MOVE SPACE TO WS-LN-DETALHE(WS-L)
                       STRING 'run ' DELIMITED BY SIZE
                              WS-RUN-DATE DELIMITED BY SIZE
                              ' entregue a ' DELIMITED BY SIZE
                              WS-SEM-CONFIRMACAO DELIMITED BY SPACE
                              ' sem confirmacao' DELIMITED BY SIZE
                           INTO WS-LN-DETALHE(WS-L)
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO WS-CT-ENTREGUES
                       ADD 1 TO WS-CT-CONFIRMADAS
               END-EVALUATE
           END-IF.

       LOCALIZA-MANIFESTO.
           MOVE 'N' TO WS-MAN-ACHOU
           MOVE 'N' TO WS-MAN-CONFIRMADO
           MOVE 'N' TO WS-MAN-ACUMULADO
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAN-COUNT OR WS-MAN-CONFIRMADO = 'Y'
               MOVE WS-MAN-ENTRADA(WS-M) TO WS-MANIFESTO
               IF WS-MF-CONSUMIDOR = WS-NC-NOME(WS-C)
                       AND WS-MF-GERADO-TS(1:8) = WS-RUN-DATE
                   MOVE 'Y' TO WS-MAN-ACHOU
                   IF WS-MF-STATUS = 'C'
                       MOVE 'Y' TO WS-MAN-CONFIRMADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAN-ACHOU = 'N'
               PERFORM LOCALIZA-PERIODO
           END-IF.

      *> A run that went out in a period file is listed under the
      *> period's id, and the period file's manifest carries that
      *> id as its run id. With no listing, a weekly or month-end
      *> consumer is still accumulating the run.
       LOCALIZA-PERIODO.
           MOVE SPACE TO WS-PERIODO-ID
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-PE-COUNT
               IF WS-PE-CONSUMIDOR(WS-Q) = WS-NC-NOME(WS-C)
                       AND WS-PE-RUN-DATE(WS-Q) = WS-RUN-DATE
                   MOVE WS-PE-PERIODO-ID(WS-Q) TO WS-PERIODO-ID
               END-IF
           END-PERFORM
           IF WS-PERIODO-ID = SPACE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PC-COUNT
                   IF WS-PC-NOME(WS-P) = WS-NC-NOME(WS-C)
                       MOVE 'Y' TO WS-MAN-ACUMULADO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MAN-COUNT
                       OR WS-MAN-CONFIRMADO = 'Y'
                   MOVE WS-MAN-ENTRADA(WS-M) TO WS-MANIFESTO
                   IF WS-MF-CONSUMIDOR = WS-NC-NOME(WS-C)
                           AND WS-MF-RUN-ID = WS-PERIODO-ID
                       MOVE 'Y' TO WS-MAN-ACHOU
                       IF WS-MF-STATUS = 'C'
                           MOVE 'Y' TO WS-MAN-CONFIRMADO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CONTA-CONSUMIDOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CN-COUNT OR WS-ACHOU = 'Y'
               IF WS-CN-NOME(WS-N) = WS-NC-NOME(WS-C)
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N'
               IF WS-CN-COUNT < WS-CN-MAXIMO
                   ADD 1 TO WS-CN-COUNT
                   MOVE WS-NC-NOME(WS-C) TO WS-CN-NOME(WS-CN-COUNT)
                   MOVE 0 TO WS-CN-ROTEADAS(WS-CN-COUNT)
                   MOVE 0 TO WS-CN-ENTREGUES(WS-CN-COUNT)
                   MOVE 0 TO WS-CN-CONFIRMADAS(WS-CN-COUNT)
                   MOVE WS-CN-COUNT TO WS-N
               ELSE
                   MOVE 0 TO WS-N
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-N
           END-IF
           IF WS-N > 0
               ADD 1 TO WS-CN-ROTEADAS(WS-N)
               IF WS-MAN-ACHOU = 'Y'
                   ADD 1 TO WS-CN-ENTREGUES(WS-N)
               END-IF
               IF WS-MAN-CONFIRMADO = 'Y'
                   ADD 1 TO WS-CN-CONFIRMADAS(WS-N)
               END-IF
           END-IF.

      *> ProcessaDevolucoes opens the return as a pendencia keyed
      *> by the numero, its motivo prefixed 'DEVOL:'.
       SEGUE-DEVOLUCAO.
           IF WS-FILA-ABERTA = 'Y'
               MOVE WS-NUMERO TO PEND-NUMERO
               READ PENDENCIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PENDENCIA-RECORD TO WS-PENDENCIA
                       IF WS-PD-MOTIVO(1:6) = 'DEVOL:'
                           ADD 1 TO WS-CT-DEVOLVIDAS
                           IF WS-LN-ETAPA(WS-L) = SPACE
                               MOVE 'DEVOLVIDA PELO CONSUMIDOR'
                                   TO WS-LN-ETAPA(WS-L)
                               MOVE WS-PD-MOTIVO TO
                                   WS-LN-DETALHE(WS-L)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       SEGUE-RETRATACAO.
           MOVE 0 TO WS-RETRATACOES
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RETRATACOES
               FROM NUMEROS_HIST
               WHERE numero = :WS-NUMERO
                 AND row_type = 'R'
                 AND run_date >= :WS-RUN-DATE
           END-EXEC
           IF SQLCODE = 0 AND WS-RETRATACOES > 0
               ADD 1 TO WS-CT-RETRATADAS
               IF WS-LN-ETAPA(WS-L) = SPACE
                   MOVE 'RETRATADA DEPOIS' TO WS-LN-ETAPA(WS-L)
                   MOVE SPACE TO WS-LN-DETALHE(WS-L)
                   STRING 'extraida em ' DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          ', retirada dos consumidores depois'
                              DELIMITED BY SIZE
                       INTO WS-LN-DETALHE(WS-L)
                   END-STRING
               END-IF
           END-IF.

      *> VALUE clauses on FD records are not honored, so each line
      *> is built in storage or blanked before it is filled in.
       GRAVA-CONTAGENS.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'RECEBIMENTO ' DELIMITED BY SIZE
                  WS-IN-RECEBIDO(WS-K) DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  WS-IN-USUARIO(WS-K) DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE 'Linhas recebidas' TO WS-RC-ROTULO
           MOVE WS-CT-RECEBIDAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  Duplicadas na entrada' TO WS-RC-ROTULO
           MOVE WS-CT-DUPLICADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  Rejeitadas na entrada' TO WS-RC-ROTULO
           MOVE WS-CT-REJEITADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  Postas no estagio' TO WS-RC-ROTULO
           MOVE WS-CT-ESTAGIO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    Descartadas na revisao' TO WS-RC-ROTULO
           MOVE WS-CT-DESCARTADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    Sem decisao' TO WS-RC-ROTULO
           MOVE WS-CT-PENDENTES TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    Aprovadas' TO WS-RC-ROTULO
           MOVE WS-CT-APROVADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '      Aguardando a proxima extracao'
               TO WS-RC-ROTULO
           MOVE WS-CT-AGUARDANDO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '      NAO extraidas (vazamento)' TO WS-RC-ROTULO
           MOVE WS-CT-NAO-EXTRAIDAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '      Extraidas' TO WS-RC-ROTULO
           MOVE WS-CT-EXTRAIDAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '        Sem regra de roteamento' TO WS-RC-ROTULO
           MOVE WS-CT-SEM-REGRA TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '        Roteadas' TO WS-RC-ROTULO
           MOVE WS-CT-ROTEADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '          Sem manifesto de entrega'
               TO WS-RC-ROTULO
           MOVE WS-CT-SEM-MANIFESTO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '          Acumuladas p/ entrega periodica'
               TO WS-RC-ROTULO
           MOVE WS-CT-ACUMULADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '          Entregues' TO WS-RC-ROTULO
           MOVE WS-CT-ENTREGUES TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '            Aguardando confirmacao'
               TO WS-RC-ROTULO
           MOVE WS-CT-SEM-CONFIRMACAO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '            Confirmadas' TO WS-RC-ROTULO
           MOVE WS-CT-CONFIRMADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '      Devolvidas por consumidor' TO WS-RC-ROTULO
           MOVE WS-CT-DEVOLVIDAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '      Retratadas depois da extracao'
               TO WS-RC-ROTULO
           MOVE WS-CT-RETRATADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM.

       GRAVA-RUNS.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE '  Extracoes que levaram os numeros (NUMEROS_HIST):'
               TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           IF WS-RD-COUNT = 0
               MOVE '    (nenhuma)' TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-RD-COUNT
               MOVE SPACE TO WS-RC-ROTULO
               STRING '  Run de ' DELIMITED BY SIZE
                      WS-RD-DATA(WS-D) DELIMITED BY SIZE
                   INTO WS-RC-ROTULO
               END-STRING
               MOVE WS-RD-QTDE(WS-D) TO WS-RC-QTDE
               WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           END-PERFORM.

       GRAVA-CONSUMIDORES.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE '  CONSUMID  ROTEADAS ENTREGUES CONFIRMADAS'
               TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           IF WS-CN-COUNT = 0
               MOVE '    (nenhum)' TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-CN-COUNT
               MOVE WS-CN-NOME(WS-N) TO WS-RN-NOME
               MOVE WS-CN-ROTEADAS(WS-N) TO WS-RN-ROTEADAS
               MOVE WS-CN-ENTREGUES(WS-N) TO WS-RN-ENTREGUES
               MOVE WS-CN-CONFIRMADAS(WS-N) TO WS-RN-CONFIRMADAS
               WRITE RELATORIO-RECORD FROM WS-REL-CONSUMIDOR
           END-PERFORM.

       GRAVA-PERDAS.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           MOVE WS-CT-PERDAS TO WS-QTDE-ED
           STRING '  Numeros que pararam no caminho: '
                      DELIMITED BY SIZE
                  WS-QTDE-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           IF WS-CT-PERDAS > 0
               WRITE RELATORIO-RECORD FROM WS-REL-CAB-PERDA
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LN-COUNT
                   IF WS-LN-RECEBIDO(WS-L) = WS-IN-RECEBIDO(WS-K)
                           AND WS-LN-ETAPA(WS-L) NOT = SPACE
                       MOVE WS-LN-SEQ(WS-L) TO WS-RP-SEQ
                       MOVE WS-LN-NUMERO(WS-L) TO WS-RP-NUMERO
                       MOVE WS-LN-ETAPA(WS-L) TO WS-RP-ETAPA
                       MOVE WS-LN-DETALHE(WS-L) TO WS-RP-DETALHE
                       WRITE RELATORIO-RECORD FROM WS-REL-PERDA
                   END-IF
               END-PERFORM
           END-IF.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
