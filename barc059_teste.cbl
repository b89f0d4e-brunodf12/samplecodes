       IDENTIFICATION DIVISION.
       PROGRAM-ID.                HistoricoValores.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Change history report over
      *>             NUMEROS_HIST for internal audit, who ask about
      *>             large unexplained valor swings we only ever
      *>             found by accident. For the month given in
      *>             HISTVAL_PERIODO (AAAAMM) every numero's extended
      *>             rows ('E') are followed run date by run date -
      *>             the first one of the month against the numero's
      *>             last 'E' row before it - and a change is listed
      *>             in historico_valores.rpt when the valor moved by
      *>             more than HISTVAL_PCT percent (default 20; any
      *>             move away from zero counts), the fornecedor
      *>             changed, or the valor flipped sign. Each line
      *>             shows both run dates and the before and after
      *>             fornecedor and valor, and the latest
      *>             manutencaonumeros.log entry for the numero dated
      *>             between the two run dates as the explanation -
      *>             or SEM EXPLICACAO, counted apart in the summary.
      *>             Plain 'D' rows carry no valor and retraction
      *>             rows ('R') are not a valor, so both are skipped.
      *> 2026-10-15  The explanation search also reads the change-log
      *>             months RotacionaLogs moved out (found through
      *>             LocalizaArquivoMorto, from the earliest prior run
      *>             date of a flagged change through the period),
      *>             oldest first, before the live file - a change whose
      *>             explanation had been archived was reported SEM
      *>             EXPLICACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO WS-CHANGELOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO 'historico_valores.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
       COPY CHGLOGREC.

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-CHANGELOG-STATUS   PIC X(2).
       01  WS-CHANGELOG-NAME     PIC X(60).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-PERIODO            PIC X(6).
       01  WS-PER-MES            PIC 9(2).
       01  WS-PERIODO-LO         PIC X(8).
       01  WS-PERIODO-HI         PIC X(8).
       01  WS-PCT-TXT            PIC X(8).
       01  WS-PCT-LIMITE         PIC 9(5)V99 VALUE 20.

       01  WS-NUMERO             PIC 9(10).
       01  WS-RUN-DATE           PIC X(8).
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-ANT-EXISTE         PIC X     VALUE 'N'.
       01  WS-ANT-NUMERO         PIC 9(10) VALUE 0.
       01  WS-ANT-RUN-DATE       PIC X(8).
       01  WS-ANT-FORNECEDOR     PIC X(10).
       01  WS-ANT-VALOR          PIC S9(9)V99 COMP-3.
       01  WS-VARIACAO           PIC S9(7)V99.
       01  WS-FLAGS              PIC X(3).

      *> The flagged changes, held until the change log has been
      *> read once for all of them.
       01  WS-MUD-COUNT          PIC 9(4)  VALUE 0.
       01  WS-MUD-MAXIMO         PIC 9(4)  VALUE 5000.
       01  WS-MUD-OVERFLOW       PIC X     VALUE 'N'.
       01  WS-MUD-TABELA.
           05  WS-MUD-ENTRADA    OCCURS 5000 TIMES.
               10  WS-MD-NUMERO      PIC 9(10).
               10  WS-MD-DATA-ANTES  PIC X(8).
               10  WS-MD-DATA-DEPOIS PIC X(8).
               10  WS-MD-FORN-ANTES  PIC X(10).
               10  WS-MD-FORN-DEPOIS PIC X(10).
               10  WS-MD-VALOR-ANTES PIC S9(9)V99.
               10  WS-MD-VALOR-DEPOIS PIC S9(9)V99.
               10  WS-MD-VARIACAO    PIC S9(7)V99.
               10  WS-MD-FLAGS       PIC X(3).
               10  WS-MD-LOG-TS      PIC X(14).
               10  WS-MD-LOG-USUARIO PIC X(8).
               10  WS-MD-LOG-ACAO    PIC X(10).
       01  WS-M                  PIC 9(4).

       01  WS-LOG-DATA           PIC X(8).

      *> Months of the change log already rotated out are read
      *> from their archive files, oldest first, before the live
      *> file - the explanation window can reach back to a numero's
      *> previous extended row, months before the period.
       01  WS-ORIGEM             PIC X(30)
           VALUE 'manutencaonumeros.log'.
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-LINHAS-LIDAS       PIC 9(10) VALUE 0.
       01  WS-COMPARACOES        PIC 9(10) VALUE 0.
       01  WS-QTD-VALOR          PIC 9(6)  VALUE 0.
       01  WS-QTD-FORNECEDOR     PIC 9(6)  VALUE 0.
       01  WS-QTD-SINAL          PIC 9(6)  VALUE 0.
       01  WS-QTD-SEM-EXPLICACAO PIC 9(6)  VALUE 0.

       01  WS-REL-CABECALHO.
           05  FILLER                PIC X(11) VALUE 'NUMERO'.
           05  FILLER                PIC X(9)  VALUE 'RUN ANT.'.
           05  FILLER                PIC X(9)  VALUE 'RUN DEP.'.
           05  FILLER                PIC X(11) VALUE 'FORN. ANT.'.
           05  FILLER                PIC X(11) VALUE 'FORN. DEP.'.
           05  FILLER                PIC X(14) VALUE '  VALOR ANTES'.
           05  FILLER                PIC X(14) VALUE ' VALOR DEPOIS'.
           05  FILLER                PIC X(12) VALUE '  VARIACAO%'.
           05  FILLER                PIC X(4)  VALUE 'VFS'.
           05  FILLER                PIC X(10) VALUE 'EXPLICACAO'.
       01  WS-REL-DETALHE.
           05  WS-RD-NUMERO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-DATA-ANTES      PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-DATA-DEPOIS     PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-FORN-ANTES      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-FORN-DEPOIS     PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-VALOR-ANTES     PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-VALOR-DEPOIS    PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-VARIACAO        PIC -(7)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-FLAGS           PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-EXPLICACAO      PIC X(40).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CONNECT-DB
           PERFORM SEGUE-NUMEROS
           PERFORM DISCONNECT-DB
           PERFORM PROCURA-EXPLICACOES
           PERFORM GRAVA-RELATORIO
           PERFORM PRINT-SUMMARY
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'HISTVAL_PERIODO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIODO FROM ENVIRONMENT-VALUE
           IF WS-PERIODO = SPACE OR WS-PERIODO IS NOT NUMERIC
               DISPLAY 'Informar HISTVAL_PERIODO (AAAAMM).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-PER-MES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'HISTVAL_PERIODO invalido: ' WS-PERIODO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-PERIODO-LO
           STRING WS-PERIODO DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-PERIODO-LO
           MOVE SPACE TO WS-PERIODO-HI
           STRING WS-PERIODO DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-PERIODO-HI
           MOVE 'HISTVAL_PCT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT-VALUE
           IF WS-PCT-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-PCT-TXT) > 0
               COMPUTE WS-PCT-LIMITE = FUNCTION NUMVAL(WS-PCT-TXT)
           END-IF.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The month's 'E' rows in numero / run date order; each row
      *> is compared with the one before it for the same numero.
       SEGUE-NUMEROS.
           EXEC SQL
               DECLARE CURSOR-HIST CURSOR FOR
               SELECT numero, run_date,
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0)
               FROM NUMEROS_HIST
               WHERE row_type = 'E'
                 AND run_date >= :WS-PERIODO-LO
                 AND run_date <= :WS-PERIODO-HI
               ORDER BY numero, run_date
           END-EXEC
           EXEC SQL
               OPEN CURSOR-HIST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao abrir cursor do historico, '
                       'SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-HIST
                       INTO :WS-NUMERO, :WS-RUN-DATE,
                            :WS-FORNECEDOR, :WS-VALOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-LINHAS-LIDAS
                       PERFORM AVALIA-LINHA
                   WHEN 100
                       MOVE 'Y' TO EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler o historico, SQLCODE: '
                               SQLCODE
                       MOVE 1 TO RETURN-CODE
                       MOVE 'Y' TO EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-HIST
           END-EXEC
           MOVE 'N' TO EOF.

       AVALIA-LINHA.
           IF WS-NUMERO NOT = WS-ANT-NUMERO
               PERFORM LE-ANTERIOR-AO-PERIODO
           END-IF
           IF WS-ANT-EXISTE = 'Y'
               ADD 1 TO WS-COMPARACOES
               PERFORM COMPARA-LINHAS
           END-IF
           MOVE 'Y' TO WS-ANT-EXISTE
           MOVE WS-NUMERO TO WS-ANT-NUMERO
           MOVE WS-RUN-DATE TO WS-ANT-RUN-DATE
           MOVE WS-FORNECEDOR TO WS-ANT-FORNECEDOR
           MOVE WS-VALOR TO WS-ANT-VALOR.

      *> The numero's last 'E' row before the month, so its first
      *> run of the month is judged too.
       LE-ANTERIOR-AO-PERIODO.
           MOVE 'N' TO WS-ANT-EXISTE
           EXEC SQL
               SELECT h.run_date, COALESCE(h.fornecedor, ' '),
                      COALESCE(h.valor, 0)
                 INTO :WS-ANT-RUN-DATE, :WS-ANT-FORNECEDOR,
                      :WS-ANT-VALOR
               FROM NUMEROS_HIST h
               WHERE h.numero = :WS-NUMERO
                 AND h.row_type = 'E'
                 AND h.run_date =
                     (SELECT MAX(h2.run_date)
                      FROM NUMEROS_HIST h2
                      WHERE h2.numero = :WS-NUMERO
                        AND h2.row_type = 'E'
                        AND h2.run_date < :WS-PERIODO-LO)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO WS-ANT-EXISTE
           END-IF.

      *> V = valor moved beyond the limit (a move away from zero
      *> always counts), F = fornecedor changed, S = sign flipped.
       COMPARA-LINHAS.
           MOVE SPACE TO WS-FLAGS
           MOVE 0 TO WS-VARIACAO
           IF WS-VALOR NOT = WS-ANT-VALOR
               IF WS-ANT-VALOR = 0
                   MOVE 9999999.99 TO WS-VARIACAO
               ELSE
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-VALOR - WS-ANT-VALOR) * 100
                       / WS-ANT-VALOR
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-VARIACAO
                   END-COMPUTE
                   IF WS-ANT-VALOR < 0
                       COMPUTE WS-VARIACAO = 0 - WS-VARIACAO
                   END-IF
               END-IF
               IF WS-VARIACAO > WS-PCT-LIMITE
                       OR WS-VARIACAO < 0 - WS-PCT-LIMITE
                   MOVE 'V' TO WS-FLAGS(1:1)
                   ADD 1 TO WS-QTD-VALOR
               END-IF
           END-IF
           IF WS-FORNECEDOR NOT = WS-ANT-FORNECEDOR
               MOVE 'F' TO WS-FLAGS(2:1)
               ADD 1 TO WS-QTD-FORNECEDOR
           END-IF
           IF (WS-VALOR > 0 AND WS-ANT-VALOR < 0)
                   OR (WS-VALOR < 0 AND WS-ANT-VALOR > 0)
               MOVE 'S' TO WS-FLAGS(3:1)
               ADD 1 TO WS-QTD-SINAL
           END-IF
           IF WS-FLAGS NOT = SPACE
               PERFORM GUARDA-MUDANCA
           END-IF.

       GUARDA-MUDANCA.
           IF WS-MUD-COUNT >= WS-MUD-MAXIMO
               IF WS-MUD-OVERFLOW = 'N'
                   DISPLAY 'Mais de ' WS-MUD-MAXIMO ' mudancas - '
                           'relatorio incompleto.'
                   MOVE 'Y' TO WS-MUD-OVERFLOW
                   MOVE 1 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-MUD-COUNT
               MOVE WS-NUMERO TO WS-MD-NUMERO(WS-MUD-COUNT)
               MOVE WS-ANT-RUN-DATE TO WS-MD-DATA-ANTES(WS-MUD-COUNT)
               MOVE WS-RUN-DATE TO WS-MD-DATA-DEPOIS(WS-MUD-COUNT)
               MOVE WS-ANT-FORNECEDOR TO
                   WS-MD-FORN-ANTES(WS-MUD-COUNT)
               MOVE WS-FORNECEDOR TO WS-MD-FORN-DEPOIS(WS-MUD-COUNT)
               MOVE WS-ANT-VALOR TO WS-MD-VALOR-ANTES(WS-MUD-COUNT)
               MOVE WS-VALOR TO WS-MD-VALOR-DEPOIS(WS-MUD-COUNT)
               MOVE WS-VARIACAO TO WS-MD-VARIACAO(WS-MUD-COUNT)
               MOVE WS-FLAGS TO WS-MD-FLAGS(WS-MUD-COUNT)
               MOVE SPACE TO WS-MD-LOG-TS(WS-MUD-COUNT)
               MOVE SPACE TO WS-MD-LOG-USUARIO(WS-MUD-COUNT)
               MOVE SPACE TO WS-MD-LOG-ACAO(WS-MUD-COUNT)
           END-IF.

      *> One pass over the change log for all flagged changes: an
      *> entry naming the numero (before or after) dated from the
      *> earlier run date through the later one explains it; the
      *> log is in time order, so the last match is the latest.
       PROCURA-EXPLICACOES.
           IF WS-MUD-COUNT > 0
               MOVE WS-PERIODO TO WS-MES-DE
               MOVE WS-PERIODO TO WS-MES-ATE
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MUD-COUNT
                   IF WS-MD-DATA-ANTES(WS-M)(1:6) < WS-MES-DE
                       MOVE WS-MD-DATA-ANTES(WS-M)(1:6) TO WS-MES-DE
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-ARQ-ACHOU
               PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                       UNTIL WS-ARQ-ACHOU = 'N'
                   CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                       WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                       WS-CHANGELOG-NAME WS-ARQ-ACHOU
                   IF WS-ARQ-ACHOU = 'Y'
                       PERFORM LE-LOG-MUDANCAS
                   END-IF
               END-PERFORM
               MOVE WS-ORIGEM TO WS-CHANGELOG-NAME
               PERFORM LE-LOG-MUDANCAS
           END-IF.

       LE-LOG-MUDANCAS.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGELOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CONFERE-ENTRADA-LOG
               END-READ
           END-PERFORM
           IF WS-CHANGELOG-STATUS NOT = '35'
               CLOSE CHANGE-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> The archive's CONTROLE record carries no date.
       CONFERE-ENTRADA-LOG.
           MOVE CL-TIMESTAMP(1:8) TO WS-LOG-DATA
           IF WS-LOG-DATA IS NUMERIC
                   AND WS-LOG-DATA <= WS-PERIODO-HI
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MUD-COUNT
                   IF (CL-NUMERO-ANTES = WS-MD-NUMERO(WS-M)
                           OR CL-NUMERO-DEPOIS = WS-MD-NUMERO(WS-M))
                           AND WS-LOG-DATA >= WS-MD-DATA-ANTES(WS-M)
                           AND WS-LOG-DATA <= WS-MD-DATA-DEPOIS(WS-M)
                       MOVE CL-TIMESTAMP(1:14) TO WS-MD-LOG-TS(WS-M)
                       MOVE CL-USUARIO TO WS-MD-LOG-USUARIO(WS-M)
                       MOVE CL-ACAO TO WS-MD-LOG-ACAO(WS-M)
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'MUDANCAS DE VALOR E FORNECEDOR - PERIODO '
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE WS-PCT-LIMITE TO WS-RD-VARIACAO
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Limite de variacao (%): ' DELIMITED BY SIZE
                  WS-RD-VARIACAO DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CABECALHO
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MUD-COUNT
               PERFORM GRAVA-MUDANCA
           END-PERFORM
           CLOSE RELATORIO-FILE.

       GRAVA-MUDANCA.
           MOVE WS-MD-NUMERO(WS-M) TO WS-RD-NUMERO
           MOVE WS-MD-DATA-ANTES(WS-M) TO WS-RD-DATA-ANTES
           MOVE WS-MD-DATA-DEPOIS(WS-M) TO WS-RD-DATA-DEPOIS
           MOVE WS-MD-FORN-ANTES(WS-M) TO WS-RD-FORN-ANTES
           MOVE WS-MD-FORN-DEPOIS(WS-M) TO WS-RD-FORN-DEPOIS
           MOVE WS-MD-VALOR-ANTES(WS-M) TO WS-RD-VALOR-ANTES
           MOVE WS-MD-VALOR-DEPOIS(WS-M) TO WS-RD-VALOR-DEPOIS
           MOVE WS-MD-VARIACAO(WS-M) TO WS-RD-VARIACAO
           MOVE WS-MD-FLAGS(WS-M) TO WS-RD-FLAGS
           MOVE SPACE TO WS-RD-EXPLICACAO
           IF WS-MD-LOG-TS(WS-M) = SPACE
               MOVE 'SEM EXPLICACAO' TO WS-RD-EXPLICACAO
               ADD 1 TO WS-QTD-SEM-EXPLICACAO
           ELSE
               STRING WS-MD-LOG-TS(WS-M) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MD-LOG-USUARIO(WS-M) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MD-LOG-ACAO(WS-M) DELIMITED BY SIZE
                   INTO WS-RD-EXPLICACAO
               END-STRING
           END-IF
           WRITE RELATORIO-RECORD FROM WS-REL-DETALHE.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Mudancas de valor e fornecedor - ' WS-PERIODO
           DISPLAY 'Linhas E lidas             : ' WS-LINHAS-LIDAS
           DISPLAY 'Comparacoes feitas         : ' WS-COMPARACOES
           DISPLAY 'Variacoes de valor         : ' WS-QTD-VALOR
           DISPLAY 'Trocas de fornecedor       : ' WS-QTD-FORNECEDOR
           DISPLAY 'Inversoes de sinal         : ' WS-QTD-SINAL
           DISPLAY 'Mudancas listadas          : ' WS-MUD-COUNT
           DISPLAY 'Sem explicacao no log      : '
                   WS-QTD-SEM-EXPLICACAO
           DISPLAY 'Relatorio em historico_valores.rpt'
           DISPLAY '========================================'.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
