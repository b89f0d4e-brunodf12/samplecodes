       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ReconstroiNumeros.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Point-in-time rebuild of
      *>             compras.numeros, so a bad mass update, a wrong
      *>             reversal or a DBA mistake can be repaired without
      *>             falling back to an image copy and losing every
      *>             legitimate change since. RECONSTROI_TS
      *>             (AAAAMMDDHHMMSS, or AAAAMMDD for the end of that
      *>             day) is the moment to rebuild. The base is the
      *>             last clean FULL extract at or before it
      *>             (gerarquivosaida.hist): its rows in NUMEROS_HIST,
      *>             or its group in numeros_hist_arq.txt once
      *>             ExpurgaHistorico has archived the date, plus the
      *>             rows that run rejected (gerarquivosaida.rejhist)
      *>             and the rows the change log shows suspended at
      *>             the time, which a FULL extract does not ship.
      *>             Every manutencaonumeros.log entry after the base
      *>             and up to the moment - the months RotacionaLogs
      *>             moved out included - and every supplier inclusion
      *>             approved in the disposition ledger
      *>             (remessa_disposicao.dat) is then replayed in time
      *>             order over an indexed work file. The result goes
      *>             to the load file numeros_reconstruidos_<ts>.dat
      *>             and is compared with the table as it is now:
      *>             rows missing, extra, or different in fornecedor,
      *>             valor or status are listed in reconstrucao_<ts>
      *>             .rpt, and reconstrucao_<ts>.in proposes the
      *>             inclusions and exclusions in the
      *>             manutencaonumeros.in layout, for the operator to
      *>             pick from and apply through ManutencaoNumeros'
      *>             batch mode - nothing is written to the table here.
      *>             The log does not carry fornecedor or valor; where
      *>             neither the extract nor the ledger recorded them
      *>             they are taken as unknown, not compared, and the
      *>             load file carries the table's current values for
      *>             them, flagged.
      *> 2026-10-15  A REVERTER carrying the same numero in CL-NUMERO-
      *>             ANTES and CL-NUMERO-DEPOIS - ReverteManutencao
      *>             undoing a SUSPENDER or LIBERAR - flips the rebuilt
      *>             row's status back, and moves the numero in or out
      *>             of the suspended set before the base.
      *> 2026-10-15  The list of differing fields is built with a
      *>             pointer instead of STRINGing the field into itself,
      *>             and widened to 24 so STATUS FORNECEDOR VALOR is no
      *>             longer cut short.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO 'gerarquivosaida.hist'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT ARQUIVO-FILE ASSIGN TO 'numeros_hist_arq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT REJHIST-FILE ASSIGN TO WS-REJHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

           SELECT NUMEROS-LOG-FILE ASSIGN TO WS-NUMEROS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMEROS-LOG-STATUS.

           SELECT DISPOSICAO-FILE ASSIGN TO 'remessa_disposicao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSICAO-STATUS.

           SELECT RECONSTRUCAO-FILE ASSIGN TO 'reconstrucao.wrk'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               FILE STATUS IS WS-RECONSTRUCAO-STATUS.

           SELECT CARGA-FILE ASSIGN TO WS-CARGA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGA-STATUS.

           SELECT SUGESTAO-FILE ASSIGN TO WS-SUGESTAO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGESTAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO WS-RELATORIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'reconstroinumeros.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       COPY RUNHREC.

       FD  ARQUIVO-FILE.
       01  ARQUIVO-RECORD        PIC X(80).

       FD  REJHIST-FILE.
       01  REJHIST-RECORD        PIC X(98).

       FD  NUMEROS-LOG-FILE.
       COPY CHGLOGREC.

       FD  DISPOSICAO-FILE.
       01  DISPOSICAO-RECORD     PIC X(123).

      *> The table being rebuilt, one record per numero. The
      *> CONHECIDO bytes say whether fornecedor / valor were
      *> recorded by a source (S) or are unknown (N); RB-ORIGEM is
      *> where the row came from - B base extract, J rejected by
      *> the base run, S suspended at the base, L change log,
      *> F supplier inclusion.
       FD  RECONSTRUCAO-FILE.
       01  RECONSTRUCAO-RECORD.
           05  RB-NUMERO             PIC 9(10).
           05  RB-FORNECEDOR         PIC X(10).
           05  RB-VALOR              PIC S9(9)V99 COMP-3.
           05  RB-STATUS             PIC X(1).
           05  RB-FORN-CONHECIDO     PIC X(1).
           05  RB-VALOR-CONHECIDO    PIC X(1).
           05  RB-ORIGEM             PIC X(1).
           05  RB-ALTERADO-TS        PIC X(14).

      *> Load file, one line per rebuilt row. CG-ATRIBUTOS: R as
      *> rebuilt, T fornecedor/valor unknown and taken from the
      *> current table, D unknown and not in the table either.
       FD  CARGA-FILE.
       01  CARGA-RECORD.
           05  CG-NUMERO             PIC 9(10).
           05  FILLER                PIC X.
           05  CG-FORNECEDOR         PIC X(10).
           05  FILLER                PIC X.
           05  CG-VALOR              PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X.
           05  CG-STATUS             PIC X(1).
           05  FILLER                PIC X.
           05  CG-ATRIBUTOS          PIC X(1).

      *> ManutencaoNumeros' batch transaction layout
      *> (manutencaonumeros.in).
       FD  SUGESTAO-FILE.
       01  SUGESTAO-RECORD.
           05  TRN-ACAO              PIC X(1).
           05  FILLER                PIC X.
           05  TRN-NUMERO            PIC 9(10).
           05  FILLER                PIC X.
           05  TRN-NUMERO-NOVO       PIC 9(10).
           05  FILLER                PIC X.
           05  TRN-FORNECEDOR        PIC X(10).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(132).

      *> One replayable event: a change-log entry (L) or a
      *> supplier inclusion approved in the ledger (F). SORT-SEQ
      *> keeps the reading order for events of the same second -
      *> the log's INCLUIR is read before the ledger's approval.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-TIMESTAMP        PIC X(14).
           05  SORT-SEQ              PIC 9(9).
           05  SORT-ORIGEM           PIC X(1).
           05  SORT-ACAO             PIC X(10).
           05  SORT-ANTES            PIC 9(10).
           05  SORT-DEPOIS           PIC 9(10).
           05  SORT-FORNECEDOR       PIC X(10).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-RUNHIST-STATUS     PIC X(2).
       01  WS-ARQUIVO-STATUS     PIC X(2).
       01  WS-REJHIST-STATUS     PIC X(2).
       01  WS-NUMEROS-LOG-STATUS PIC X(2).
       01  WS-DISPOSICAO-STATUS  PIC X(2).
       01  WS-RECONSTRUCAO-STATUS PIC X(2).
       01  WS-CARGA-STATUS       PIC X(2).
       01  WS-SUGESTAO-STATUS    PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-REJHIST-NAME       PIC X(60).
       01  WS-NUMEROS-LOG-NAME   PIC X(60).
       01  WS-CARGA-NAME         PIC X(60).
       01  WS-SUGESTAO-NAME      PIC X(60).
       01  WS-RELATORIO-NAME     PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-ALVO               PIC X(14).
       01  WS-SORT-EOF           PIC X     VALUE 'N'.
       01  WS-SEQ                PIC 9(9)  VALUE 0.

      *> Archived months, through LocalizaArquivoMorto.
       01  WS-ORIGEM             PIC X(30).
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-ARQ-LIDOS          PIC 9(3)  VALUE 0.

      *> The base: last clean FULL run whose cut-off is not past
      *> the moment. The cut-off is the run's start, or the end of
      *> the day it recovered for a catch-up run.
       01  WS-BASE-ACHADA        PIC X     VALUE 'N'.
       01  WS-BASE-CORTE         PIC X(14) VALUE LOW-VALUE.
       01  WS-BASE-RUN-DATE      PIC X(8).
       01  WS-BASE-START-TS      PIC X(26).
       01  WS-BASE-ESCRITAS      PIC 9(10) VALUE 0.
       01  WS-BASE-REJEITADAS    PIC 9(10) VALUE 0.
       01  WS-BASE-SUSPENSAS     PIC 9(10) VALUE 0.
       01  WS-BASE-FONTE         PIC X(20) VALUE 'NUMEROS_HIST'.
       01  WS-HIST-CORTE         PIC X(14).
       01  WS-HIST-RUN-DATE      PIC X(8).
       01  WS-LINHA-RC           PIC S9(4).
       01  WS-NO-GRUPO           PIC X     VALUE 'N'.

       01  WS-NUMERO             PIC 9(10).
       01  WS-ROW-TYPE           PIC X(1).
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-STATUS             PIC X(1).
       01  WS-RB-EXISTE          PIC X.
       01  WS-RB-SALVO           PIC X(40).
       01  WS-TRANSICAO-FEITA    PIC X     VALUE 'N'.

       COPY SAIDAREC.

       COPY REJHREC.

       COPY DISPREC.

      *> Numeros suspended before the base cut-off and not released
      *> since - the FULL extract skips them, so they are put back
      *> into the base once the replay reaches the cut-off.
       01  WS-SU-COUNT           PIC 9(4)  VALUE 0.
       01  WS-SU-MAXIMO          PIC 9(4)  VALUE 5000.
       01  WS-SU-OVERFLOW        PIC X     VALUE 'N'.
       01  WS-SU-TABELA.
           05  WS-SU-NUMERO      PIC 9(10) OCCURS 5000 TIMES.
       01  WS-S                  PIC 9(4).
       01  WS-SU-ACHOU           PIC 9(4).

       01  WS-CONTADORES.
           05  WS-CT-BASE            PIC 9(9)  VALUE 0.
           05  WS-CT-BASE-REJ        PIC 9(9)  VALUE 0.
           05  WS-CT-BASE-SUSP       PIC 9(9)  VALUE 0.
           05  WS-CT-BASE-FORN       PIC 9(9)  VALUE 0.
           05  WS-CT-INCLUIR         PIC 9(9)  VALUE 0.
           05  WS-CT-CORRIGIR        PIC 9(9)  VALUE 0.
           05  WS-CT-EXCLUIR         PIC 9(9)  VALUE 0.
           05  WS-CT-REVERTER        PIC 9(9)  VALUE 0.
           05  WS-CT-SUSPENDER       PIC 9(9)  VALUE 0.
           05  WS-CT-LIBERAR         PIC 9(9)  VALUE 0.
           05  WS-CT-REMESSA         PIC 9(9)  VALUE 0.
           05  WS-CT-REMESSA-NOVA    PIC 9(9)  VALUE 0.
           05  WS-CT-ANOMALIAS       PIC 9(9)  VALUE 0.
           05  WS-CT-RECONSTRUIDAS   PIC 9(9)  VALUE 0.
           05  WS-CT-ATUAIS          PIC 9(9)  VALUE 0.
           05  WS-CT-IGUAIS          PIC 9(9)  VALUE 0.
           05  WS-CT-FALTANDO        PIC 9(9)  VALUE 0.
           05  WS-CT-SOBRANDO        PIC 9(9)  VALUE 0.
           05  WS-CT-DIFERENTES      PIC 9(9)  VALUE 0.
           05  WS-CT-DIF-STATUS      PIC 9(9)  VALUE 0.
           05  WS-CT-DIF-FORN        PIC 9(9)  VALUE 0.
           05  WS-CT-DIF-VALOR       PIC 9(9)  VALUE 0.
           05  WS-CT-DA-TABELA       PIC 9(9)  VALUE 0.
           05  WS-CT-DESCONHECIDOS   PIC 9(9)  VALUE 0.
           05  WS-CT-SUGESTOES       PIC 9(9)  VALUE 0.
       01  WS-ANOMALIA-MAXIMO    PIC 9(9)  VALUE 500.
       01  WS-ANOMALIA           PIC X(60).
       01  WS-ERRO               PIC X     VALUE 'N'.

      *> Comparison with the current table, in numero order.
       01  WS-RB-EOF             PIC X     VALUE 'N'.
       01  WS-AT-EOF             PIC X     VALUE 'N'.
       01  WS-AT-NUMERO          PIC 9(10).
       01  WS-AT-FORNECEDOR      PIC X(10).
       01  WS-AT-VALOR           PIC S9(9)V99 COMP-3.
       01  WS-AT-STATUS          PIC X(1).
       01  WS-DIF-CAMPOS         PIC X(24).
       01  WS-DIF-PONTEIRO       PIC 9(3).

       01  WS-REL-TITULO.
           05  FILLER                PIC X(35) VALUE
               'RECONSTRUCAO DE COMPRAS.NUMEROS EM '.
           05  WS-RT-ALVO            PIC X(14).
           05  FILLER                PIC X(13) VALUE ' - GERADO EM '.
           05  WS-RT-GERADO          PIC X(14).
       01  WS-REL-CONTAGEM.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RC-ROTULO          PIC X(50).
           05  WS-RC-QTDE            PIC Z(8)9.
       01  WS-REL-ANOMALIA.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  WS-RA-TIMESTAMP       PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RA-ACAO            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RA-ANTES           PIC 9(10).
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  WS-RA-DEPOIS          PIC 9(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RA-TEXTO           PIC X(60).
       01  WS-REL-CAB-DIF.
           05  FILLER                PIC X(46) VALUE
               '  SITUACAO   NUMERO      RECONSTRUIDO: FORNEC'.
           05  FILLER                PIC X(35) VALUE
               'EDOR       VALOR S   ATUAL: FORNECE'.
           05  FILLER                PIC X(26) VALUE
               'DOR       VALOR S  CAMPOS'.
       01  WS-REL-DIF.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-SITUACAO        PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-NUMERO          PIC 9(10).
           05  FILLER                PIC X(16) VALUE SPACE.
           05  WS-RD-RB-FORNECEDOR   PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-RB-VALOR        PIC -(8)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-RB-STATUS       PIC X(1).
           05  FILLER                PIC X(10) VALUE SPACE.
           05  WS-RD-AT-FORNECEDOR   PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-AT-VALOR        PIC -(8)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-AT-STATUS       PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-CAMPOS          PIC X(24).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM LOCALIZA-BASE
           IF WS-BASE-ACHADA NOT = 'Y'
               DISPLAY 'Nenhuma extracao FULL concluida ate '
                       WS-ALVO ' em gerarquivosaida.hist - nada a '
                       'reconstruir.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONNECT-DB
           PERFORM ABRE-RELATORIO
           OPEN OUTPUT RECONSTRUCAO-FILE
           CLOSE RECONSTRUCAO-FILE
           OPEN I-O RECONSTRUCAO-FILE
           IF WS-RECONSTRUCAO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel abrir reconstrucao.wrk - '
                       'status ' WS-RECONSTRUCAO-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM DISCONNECT-DB
               STOP RUN
           END-IF
           PERFORM CARREGA-BASE
           IF WS-CT-BASE = 0
               PERFORM CARREGA-BASE-ARQUIVO
           END-IF
           PERFORM CARREGA-REJEITADAS-BASE
           PERFORM GRAVA-CAB-REPLAY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TIMESTAMP SORT-SEQ
               INPUT PROCEDURE IS LE-EVENTOS
               OUTPUT PROCEDURE IS APLICA-EVENTOS
           CLOSE RECONSTRUCAO-FILE
           PERFORM GRAVA-CONTAGENS-REPLAY
           IF WS-ERRO = 'N'
               PERFORM COMPARA-TABELA
           END-IF
           PERFORM GRAVA-CONTAGENS-COMPARACAO
           CLOSE RELATORIO-FILE
           PERFORM DISCONNECT-DB
           PERFORM PRINT-SUMMARY
           IF WS-ERRO = 'Y' OR WS-SU-OVERFLOW = 'Y'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'RECONSTROI_TS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ALVO FROM ENVIRONMENT-VALUE
           IF WS-ALVO(9:6) = SPACE
               MOVE '235959' TO WS-ALVO(9:6)
           END-IF
           IF WS-ALVO IS NOT NUMERIC
               DISPLAY 'Informar RECONSTROI_TS (AAAAMMDDHHMMSS ou '
                       'AAAAMMDD).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALVO > WS-CURRENT-TIMESTAMP(1:14)
               DISPLAY 'RECONSTROI_TS no futuro: ' WS-ALVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-CARGA-NAME
           STRING 'numeros_reconstruidos_' DELIMITED BY SIZE
                  WS-ALVO DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-CARGA-NAME
           MOVE SPACE TO WS-SUGESTAO-NAME
           STRING 'reconstrucao_' DELIMITED BY SIZE
                  WS-ALVO DELIMITED BY SIZE
                  '.in' DELIMITED BY SIZE
               INTO WS-SUGESTAO-NAME
           MOVE SPACE TO WS-RELATORIO-NAME
           STRING 'reconstrucao_' DELIMITED BY SIZE
                  WS-ALVO DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-RELATORIO-NAME.

      *> RH-START-TS is a DB2 CURRENT TIMESTAMP; it is reduced to
      *> AAAAMMDDHHMMSS to compare with the log's stamps.
       LOCALIZA-BASE.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ RUNHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF RH-EXTRACT-MODE = 'FULL'
                           PERFORM AVALIA-RUN-BASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = '35'
               CLOSE RUNHIST-FILE
           END-IF
           MOVE 'N' TO EOF.

       AVALIA-RUN-BASE.
           COMPUTE WS-LINHA-RC = FUNCTION NUMVAL(RH-RETURN-CODE)
           IF RH-DATA-RECUPERADA IS NUMERIC
               MOVE RH-DATA-RECUPERADA TO WS-HIST-RUN-DATE
               MOVE SPACE TO WS-HIST-CORTE
               STRING RH-DATA-RECUPERADA DELIMITED BY SIZE
                      '235959' DELIMITED BY SIZE
                   INTO WS-HIST-CORTE
           ELSE
               MOVE SPACE TO WS-HIST-CORTE
               STRING RH-START-TS(1:4) DELIMITED BY SIZE
                      RH-START-TS(6:2) DELIMITED BY SIZE
                      RH-START-TS(9:2) DELIMITED BY SIZE
                      RH-START-TS(12:2) DELIMITED BY SIZE
                      RH-START-TS(15:2) DELIMITED BY SIZE
                      RH-START-TS(18:2) DELIMITED BY SIZE
                   INTO WS-HIST-CORTE
               MOVE WS-HIST-CORTE(1:8) TO WS-HIST-RUN-DATE
           END-IF
           IF WS-LINHA-RC = 0
                   AND WS-HIST-CORTE IS NUMERIC
                   AND WS-HIST-CORTE <= WS-ALVO
                   AND WS-HIST-CORTE > WS-BASE-CORTE
               MOVE 'Y' TO WS-BASE-ACHADA
               MOVE WS-HIST-CORTE TO WS-BASE-CORTE
               MOVE WS-HIST-RUN-DATE TO WS-BASE-RUN-DATE
               MOVE RH-START-TS TO WS-BASE-START-TS
               MOVE RH-ROWS-WRITTEN TO WS-BASE-ESCRITAS
               MOVE RH-ROWS-REJECTED TO WS-BASE-REJEITADAS
               MOVE 0 TO WS-BASE-SUSPENSAS
               IF RH-ROWS-SUSPENSAS IS NUMERIC
                   MOVE RH-ROWS-SUSPENSAS TO WS-BASE-SUSPENSAS
               END-IF
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
           MOVE WS-ALVO TO WS-RT-ALVO
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RT-GERADO
           WRITE RELATORIO-RECORD FROM WS-REL-TITULO
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Base: extracao FULL de ' DELIMITED BY SIZE
                  WS-BASE-START-TS DELIMITED BY SIZE
                  ' (run date ' DELIMITED BY SIZE
                  WS-BASE-RUN-DATE DELIMITED BY SIZE
                  ', corte ' DELIMITED BY SIZE
                  WS-BASE-CORTE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD.

      *> Every shipped row of the base date; retraction rows are
      *> not rows of the table. A plain 'D' row did not carry
      *> fornecedor or valor.
       CARREGA-BASE.
           EXEC SQL
               DECLARE CURSOR-BASE CURSOR FOR
               SELECT numero,
                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0)
               FROM NUMEROS_HIST
               WHERE run_date = :WS-BASE-RUN-DATE
                 AND COALESCE(row_type, 'D') <> 'R'
               ORDER BY numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-BASE
           END-EXEC
           PERFORM UNTIL EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-BASE
                       INTO :WS-NUMERO, :WS-ROW-TYPE,
                            :WS-FORNECEDOR, :WS-VALOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM GRAVA-LINHA-BASE
                   WHEN 100
                       MOVE 'Y' TO EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler NUMEROS_HIST, '
                               'SQLCODE: ' SQLCODE
                       MOVE 'Y' TO WS-ERRO
                       MOVE 'Y' TO EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-BASE
           END-EXEC
           MOVE 'N' TO EOF.

      *> The date was purged - its group in the archive is read
      *> the way RestauraHistorico reads it.
       CARREGA-BASE-ARQUIVO.
           MOVE 'numeros_hist_arq.txt' TO WS-BASE-FONTE
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQUIVO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ ARQUIVO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM PROCESSA-REGISTRO-ARQUIVO
               END-READ
           END-PERFORM
           IF WS-ARQUIVO-STATUS NOT = '35'
               CLOSE ARQUIVO-FILE
           END-IF
           MOVE 'N' TO EOF.

       PROCESSA-REGISTRO-ARQUIVO.
           MOVE ARQUIVO-RECORD TO WS-SAIDA-DETAIL
           EVALUATE WS-SD-TYPE
               WHEN 'H'
                   MOVE ARQUIVO-RECORD TO WS-SAIDA-HEADER
                   IF WS-SH-RUN-DATE = WS-BASE-RUN-DATE
                       MOVE 'Y' TO WS-NO-GRUPO
                   ELSE
                       MOVE 'N' TO WS-NO-GRUPO
                   END-IF
               WHEN 'D'
               WHEN 'E'
                   IF WS-NO-GRUPO = 'Y'
                       MOVE WS-SD-TYPE TO WS-ROW-TYPE
                       MOVE WS-SD-NUMERO TO WS-NUMERO
                       IF WS-ROW-TYPE = 'E'
                           MOVE ARQUIVO-RECORD TO
                               WS-SAIDA-DETALHE-EXT
                           MOVE WS-SE-FORNECEDOR TO WS-FORNECEDOR
                           MOVE WS-SE-VALOR TO WS-VALOR
                       ELSE
                           MOVE SPACE TO WS-FORNECEDOR
                           MOVE 0 TO WS-VALOR
                       END-IF
                       PERFORM GRAVA-LINHA-BASE
                   END-IF
               WHEN 'T'
                   MOVE 'N' TO WS-NO-GRUPO
           END-EVALUATE.

      *> A numero shipped twice on one date (partitioned run) is
      *> one row of the table.
       GRAVA-LINHA-BASE.
           MOVE SPACES TO RECONSTRUCAO-RECORD
           MOVE WS-NUMERO TO RB-NUMERO
           MOVE 'A' TO RB-STATUS
           MOVE 'B' TO RB-ORIGEM
           MOVE WS-BASE-CORTE TO RB-ALTERADO-TS
           IF WS-ROW-TYPE = 'E'
               MOVE WS-FORNECEDOR TO RB-FORNECEDOR
               MOVE WS-VALOR TO RB-VALOR
               MOVE 'S' TO RB-FORN-CONHECIDO
               MOVE 'S' TO RB-VALOR-CONHECIDO
           ELSE
               MOVE 0 TO RB-VALOR
               MOVE 'N' TO RB-FORN-CONHECIDO
               MOVE 'N' TO RB-VALOR-CONHECIDO
           END-IF
           WRITE RECONSTRUCAO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-BASE
           END-WRITE.

      *> A row the base run rejected was still in the table; the
      *> reject history of its month may already be rotated out.
       CARREGA-REJEITADAS-BASE.
           MOVE 'gerarquivosaida.rejhist' TO WS-ORIGEM
           MOVE WS-ORIGEM TO WS-REJHIST-NAME
           PERFORM LE-REJHIST
           MOVE WS-BASE-RUN-DATE(1:6) TO WS-MES-DE
           MOVE WS-BASE-RUN-DATE(1:6) TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-REJHIST-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-REJHIST
               END-IF
           END-PERFORM.

       LE-REJHIST.
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REJHIST-FILE INTO WS-REJH
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-RJH-RUN-DATE = WS-BASE-RUN-DATE
                           PERFORM GRAVA-REJEITADA-BASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJHIST-STATUS NOT = '35'
               CLOSE REJHIST-FILE
           END-IF
           MOVE 'N' TO EOF.

       GRAVA-REJEITADA-BASE.
           MOVE SPACES TO RECONSTRUCAO-RECORD
           MOVE WS-RJH-NUMERO TO RB-NUMERO
           MOVE 0 TO RB-VALOR
           MOVE 'A' TO RB-STATUS
           MOVE 'N' TO RB-FORN-CONHECIDO
           MOVE 'N' TO RB-VALOR-CONHECIDO
           MOVE 'J' TO RB-ORIGEM
           MOVE WS-BASE-CORTE TO RB-ALTERADO-TS
           WRITE RECONSTRUCAO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-BASE-REJ
           END-WRITE.

       GRAVA-CAB-REPLAY.
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Linhas da base lidas de ' DELIMITED BY SIZE
                  WS-BASE-FONTE DELIMITED BY SPACE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'Entradas do log que nao se aplicaram como registradas:'
               TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD.

      *> Sort input: the change log - the months rotated out of it
      *> first, oldest on, then the live file - and the ledger's
      *> supplier approvals, everything up to the moment. Lines
      *> without a date in front (the archives' CONTROLE records)
      *> are not actions.
       LE-EVENTOS.
           MOVE 'manutencaonumeros.log' TO WS-ORIGEM
           MOVE '000000' TO WS-MES-DE
           MOVE WS-ALVO(1:6) TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-NUMEROS-LOG-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-LOG-NUMEROS
               END-IF
           END-PERFORM
           MOVE WS-ORIGEM TO WS-NUMEROS-LOG-NAME
           PERFORM LE-LOG-NUMEROS
           PERFORM LE-DISPOSICAO.

       LE-LOG-NUMEROS.
           OPEN INPUT NUMEROS-LOG-FILE
           IF WS-NUMEROS-LOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ NUMEROS-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF CL-TIMESTAMP(1:14) IS NUMERIC
                               AND CL-TIMESTAMP(1:14) <= WS-ALVO
                           PERFORM LIBERA-ENTRADA-LOG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUMEROS-LOG-STATUS NOT = '35'
               CLOSE NUMEROS-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

       LIBERA-ENTRADA-LOG.
           IF CL-ACAO = 'INCLUIR' OR CL-ACAO = 'CORRIGIR'
                   OR CL-ACAO = 'EXCLUIR' OR CL-ACAO = 'REVERTER'
                   OR CL-ACAO = 'SUSPENDER' OR CL-ACAO = 'LIBERAR'
               MOVE SPACES TO SORT-RECORD
               ADD 1 TO WS-SEQ
               MOVE CL-TIMESTAMP(1:14) TO SORT-TIMESTAMP
               MOVE WS-SEQ TO SORT-SEQ
               MOVE 'L' TO SORT-ORIGEM
               MOVE CL-ACAO TO SORT-ACAO
               MOVE CL-NUMERO-ANTES TO SORT-ANTES
               MOVE CL-NUMERO-DEPOIS TO SORT-DEPOIS
               RELEASE SORT-RECORD
           END-IF.

       LE-DISPOSICAO.
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ DISPOSICAO-FILE INTO WS-DISPOSICAO
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-DP-TIPO = 'A'
                               AND WS-DP-SITUACAO = 'ACE'
                               AND WS-DP-GRAVADO-TS <= WS-ALVO
                           MOVE SPACES TO SORT-RECORD
                           ADD 1 TO WS-SEQ
                           MOVE WS-DP-GRAVADO-TS TO SORT-TIMESTAMP
                           MOVE WS-SEQ TO SORT-SEQ
                           MOVE 'F' TO SORT-ORIGEM
                           MOVE 'REMESSA' TO SORT-ACAO
                           MOVE 0 TO SORT-ANTES
                           MOVE WS-DP-NUMERO TO SORT-DEPOIS
                           MOVE WS-DP-FORNECEDOR TO SORT-FORNECEDOR
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPOSICAO-STATUS NOT = '35'
               CLOSE DISPOSICAO-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> Sort output: up to the cut-off only the suspensions are
      *> tracked (the base already holds the rest); past it every
      *> event is applied to the work file.
       APLICA-EVENTOS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-TIMESTAMP <= WS-BASE-CORTE
                           PERFORM ACOMPANHA-ANTES-DA-BASE
                       ELSE
                           IF WS-TRANSICAO-FEITA = 'N'
                               PERFORM REPOE-SUSPENSOS
                           END-IF
                           PERFORM APLICA-UM-EVENTO
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-TRANSICAO-FEITA = 'N'
               PERFORM REPOE-SUSPENSOS
           END-IF.

      *> A REVERTER reads forward like the action it applied:
      *> DEPOIS zero took a numero out, ANTES zero put one back,
      *> both set renumbered one, both the same numero flipped its
      *> status back (an undone SUSPENDER or LIBERAR).
       ACOMPANHA-ANTES-DA-BASE.
           EVALUATE TRUE
               WHEN SORT-ORIGEM = 'F'
                   PERFORM COMPLETA-FORNECEDOR-BASE
               WHEN SORT-ACAO = 'SUSPENDER'
                   MOVE SORT-ANTES TO WS-NUMERO
                   PERFORM PROCURA-SUSPENSO
                   IF WS-SU-ACHOU = 0
                       IF WS-SU-COUNT >= WS-SU-MAXIMO
                           MOVE 'Y' TO WS-SU-OVERFLOW
                       ELSE
                           ADD 1 TO WS-SU-COUNT
                           MOVE WS-NUMERO TO WS-SU-NUMERO(WS-SU-COUNT)
                       END-IF
                   END-IF
               WHEN SORT-ACAO = 'LIBERAR'
                   OR SORT-ACAO = 'EXCLUIR'
                   OR (SORT-ACAO = 'REVERTER' AND SORT-DEPOIS = 0)
                   MOVE SORT-ANTES TO WS-NUMERO
                   PERFORM PROCURA-SUSPENSO
                   IF WS-SU-ACHOU > 0
                       MOVE WS-SU-NUMERO(WS-SU-COUNT) TO
                           WS-SU-NUMERO(WS-SU-ACHOU)
                       SUBTRACT 1 FROM WS-SU-COUNT
                   END-IF
               WHEN SORT-ACAO = 'REVERTER'
                   AND SORT-ANTES = SORT-DEPOIS
                   MOVE SORT-ANTES TO WS-NUMERO
                   PERFORM PROCURA-SUSPENSO
                   IF WS-SU-ACHOU > 0
                       MOVE WS-SU-NUMERO(WS-SU-COUNT) TO
                           WS-SU-NUMERO(WS-SU-ACHOU)
                       SUBTRACT 1 FROM WS-SU-COUNT
                   ELSE
                       IF WS-SU-COUNT >= WS-SU-MAXIMO
                           MOVE 'Y' TO WS-SU-OVERFLOW
                       ELSE
                           ADD 1 TO WS-SU-COUNT
                           MOVE WS-NUMERO TO WS-SU-NUMERO(WS-SU-COUNT)
                       END-IF
                   END-IF
               WHEN SORT-ACAO = 'CORRIGIR'
                   OR (SORT-ACAO = 'REVERTER' AND SORT-ANTES NOT = 0)
                   MOVE SORT-ANTES TO WS-NUMERO
                   PERFORM PROCURA-SUSPENSO
                   IF WS-SU-ACHOU > 0
                       MOVE SORT-DEPOIS TO WS-SU-NUMERO(WS-SU-ACHOU)
                   END-IF
           END-EVALUATE.

       PROCURA-SUSPENSO.
           MOVE 0 TO WS-SU-ACHOU
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SU-COUNT OR WS-SU-ACHOU > 0
               IF WS-SU-NUMERO(WS-S) = WS-NUMERO
                   MOVE WS-S TO WS-SU-ACHOU
               END-IF
           END-PERFORM.

      *> A base row shipped on the plain layout learns its
      *> fornecedor from the approval that brought it in.
       COMPLETA-FORNECEDOR-BASE.
           MOVE SORT-DEPOIS TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y' AND RB-FORN-CONHECIDO = 'N'
               MOVE SORT-FORNECEDOR TO RB-FORNECEDOR
               MOVE 'S' TO RB-FORN-CONHECIDO
               REWRITE RECONSTRUCAO-RECORD
               ADD 1 TO WS-CT-BASE-FORN
           END-IF.

       REPOE-SUSPENSOS.
           MOVE 'Y' TO WS-TRANSICAO-FEITA
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SU-COUNT
               MOVE WS-SU-NUMERO(WS-S) TO WS-NUMERO
               PERFORM LE-RECONSTRUCAO
               IF WS-RB-EXISTE = 'Y'
                   MOVE 'S' TO RB-STATUS
                   REWRITE RECONSTRUCAO-RECORD
               ELSE
                   MOVE SPACES TO RECONSTRUCAO-RECORD
                   MOVE WS-NUMERO TO RB-NUMERO
                   MOVE 0 TO RB-VALOR
                   MOVE 'S' TO RB-STATUS
                   MOVE 'N' TO RB-FORN-CONHECIDO
                   MOVE 'N' TO RB-VALOR-CONHECIDO
                   MOVE 'S' TO RB-ORIGEM
                   MOVE WS-BASE-CORTE TO RB-ALTERADO-TS
                   WRITE RECONSTRUCAO-RECORD
                   ADD 1 TO WS-CT-BASE-SUSP
               END-IF
           END-PERFORM.

       APLICA-UM-EVENTO.
           EVALUATE TRUE
               WHEN SORT-ORIGEM = 'F'
                   PERFORM APLICA-REMESSA
               WHEN SORT-ACAO = 'INCLUIR'
                   ADD 1 TO WS-CT-INCLUIR
                   PERFORM APLICA-INCLUSAO
               WHEN SORT-ACAO = 'CORRIGIR'
                   ADD 1 TO WS-CT-CORRIGIR
                   PERFORM APLICA-RENUMERACAO
               WHEN SORT-ACAO = 'EXCLUIR'
                   ADD 1 TO WS-CT-EXCLUIR
                   PERFORM APLICA-EXCLUSAO
               WHEN SORT-ACAO = 'REVERTER'
                   ADD 1 TO WS-CT-REVERTER
                   EVALUATE TRUE
                       WHEN SORT-ANTES = 0
                           PERFORM APLICA-INCLUSAO
                       WHEN SORT-DEPOIS = 0
                           PERFORM APLICA-EXCLUSAO
                       WHEN SORT-ANTES = SORT-DEPOIS
                           PERFORM APLICA-INVERSAO-STATUS
                       WHEN OTHER
                           PERFORM APLICA-RENUMERACAO
                   END-EVALUATE
               WHEN SORT-ACAO = 'SUSPENDER'
                   ADD 1 TO WS-CT-SUSPENDER
                   MOVE 'S' TO WS-STATUS
                   PERFORM APLICA-STATUS
               WHEN SORT-ACAO = 'LIBERAR'
                   ADD 1 TO WS-CT-LIBERAR
                   MOVE 'A' TO WS-STATUS
                   PERFORM APLICA-STATUS
           END-EVALUATE.

      *> The log's INCLUIR is read first and leaves fornecedor
      *> unknown; the ledger approval of the same numero fills it
      *> in. An approval with no INCLUIR logged still brings the
      *> row in.
       APLICA-REMESSA.
           ADD 1 TO WS-CT-REMESSA
           MOVE SORT-DEPOIS TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y'
               IF RB-FORN-CONHECIDO = 'N'
                   MOVE SORT-FORNECEDOR TO RB-FORNECEDOR
                   MOVE 'S' TO RB-FORN-CONHECIDO
                   REWRITE RECONSTRUCAO-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-CT-REMESSA-NOVA
               MOVE SPACES TO RECONSTRUCAO-RECORD
               MOVE WS-NUMERO TO RB-NUMERO
               MOVE SORT-FORNECEDOR TO RB-FORNECEDOR
               MOVE 0 TO RB-VALOR
               MOVE 'A' TO RB-STATUS
               MOVE 'S' TO RB-FORN-CONHECIDO
               MOVE 'N' TO RB-VALOR-CONHECIDO
               MOVE 'F' TO RB-ORIGEM
               MOVE SORT-TIMESTAMP TO RB-ALTERADO-TS
               WRITE RECONSTRUCAO-RECORD
           END-IF.

       APLICA-INCLUSAO.
           MOVE SORT-DEPOIS TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y'
               MOVE 'numero ja presente - inclusao ignorada'
                   TO WS-ANOMALIA
               PERFORM GRAVA-ANOMALIA
           ELSE
               MOVE SPACES TO RECONSTRUCAO-RECORD
               MOVE WS-NUMERO TO RB-NUMERO
               MOVE 0 TO RB-VALOR
               MOVE 'A' TO RB-STATUS
               MOVE 'N' TO RB-FORN-CONHECIDO
               MOVE 'N' TO RB-VALOR-CONHECIDO
               MOVE 'L' TO RB-ORIGEM
               MOVE SORT-TIMESTAMP TO RB-ALTERADO-TS
               WRITE RECONSTRUCAO-RECORD
           END-IF.

      *> The row keeps fornecedor, valor and status under its new
      *> numero, the way the UPDATE of the numero column does.
       APLICA-RENUMERACAO.
           IF SORT-ANTES NOT = SORT-DEPOIS
               MOVE SORT-ANTES TO WS-NUMERO
               PERFORM LE-RECONSTRUCAO
               IF WS-RB-EXISTE = 'N'
                   MOVE 'numero de origem ausente - destino incluido'
                       TO WS-ANOMALIA
                   PERFORM GRAVA-ANOMALIA
                   MOVE SPACES TO RECONSTRUCAO-RECORD
                   MOVE 0 TO RB-VALOR
                   MOVE 'A' TO RB-STATUS
                   MOVE 'N' TO RB-FORN-CONHECIDO
                   MOVE 'N' TO RB-VALOR-CONHECIDO
                   MOVE 'L' TO RB-ORIGEM
               ELSE
                   MOVE RECONSTRUCAO-RECORD(11:) TO WS-RB-SALVO
                   DELETE RECONSTRUCAO-FILE RECORD
                   MOVE WS-RB-SALVO TO RECONSTRUCAO-RECORD(11:)
               END-IF
               MOVE SORT-DEPOIS TO RB-NUMERO
               MOVE SORT-TIMESTAMP TO RB-ALTERADO-TS
               WRITE RECONSTRUCAO-RECORD
                   INVALID KEY
                       MOVE 'destino ja presente - sobreposto'
                           TO WS-ANOMALIA
                       PERFORM GRAVA-ANOMALIA
                       REWRITE RECONSTRUCAO-RECORD
               END-WRITE
           END-IF.

       APLICA-EXCLUSAO.
           MOVE SORT-ANTES TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y'
               DELETE RECONSTRUCAO-FILE RECORD
           ELSE
               MOVE 'numero ausente - exclusao ignorada'
                   TO WS-ANOMALIA
               PERFORM GRAVA-ANOMALIA
           END-IF.

       APLICA-STATUS.
           MOVE SORT-ANTES TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y'
               MOVE WS-STATUS TO RB-STATUS
               MOVE SORT-TIMESTAMP TO RB-ALTERADO-TS
               REWRITE RECONSTRUCAO-RECORD
           ELSE
               MOVE 'numero ausente - mudanca de status ignorada'
                   TO WS-ANOMALIA
               PERFORM GRAVA-ANOMALIA
           END-IF.

      *> ReverteManutencao only flips a status that is still the
      *> one the undone entry set, so the flip is exact.
       APLICA-INVERSAO-STATUS.
           MOVE SORT-ANTES TO WS-NUMERO
           PERFORM LE-RECONSTRUCAO
           IF WS-RB-EXISTE = 'Y'
               IF RB-STATUS = 'S'
                   MOVE 'A' TO RB-STATUS
               ELSE
                   MOVE 'S' TO RB-STATUS
               END-IF
               MOVE SORT-TIMESTAMP TO RB-ALTERADO-TS
               REWRITE RECONSTRUCAO-RECORD
           ELSE
               MOVE 'numero ausente - mudanca de status ignorada'
                   TO WS-ANOMALIA
               PERFORM GRAVA-ANOMALIA
           END-IF.

       LE-RECONSTRUCAO.
           MOVE WS-NUMERO TO RB-NUMERO
           READ RECONSTRUCAO-FILE
               KEY IS RB-NUMERO
               INVALID KEY
                   MOVE 'N' TO WS-RB-EXISTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RB-EXISTE
           END-READ.

      *> An entry that does not fit the rebuilt table usually means
      *> the base missed a row; each one is listed, up to a limit.
       GRAVA-ANOMALIA.
           ADD 1 TO WS-CT-ANOMALIAS
           IF WS-CT-ANOMALIAS <= WS-ANOMALIA-MAXIMO
               MOVE SORT-TIMESTAMP TO WS-RA-TIMESTAMP
               MOVE SORT-ACAO TO WS-RA-ACAO
               MOVE SORT-ANTES TO WS-RA-ANTES
               MOVE SORT-DEPOIS TO WS-RA-DEPOIS
               MOVE WS-ANOMALIA TO WS-RA-TEXTO
               WRITE RELATORIO-RECORD FROM WS-REL-ANOMALIA
           END-IF.

       GRAVA-CONTAGENS-REPLAY.
           IF WS-CT-ANOMALIAS = 0
               MOVE '    (nenhuma)' TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF
           IF WS-CT-ANOMALIAS > WS-ANOMALIA-MAXIMO
               MOVE '    ... lista interrompida no limite'
                   TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'Linhas da base (extracao)' TO WS-RC-ROTULO
           MOVE WS-CT-BASE TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  gravadas segundo gerarquivosaida.hist'
               TO WS-RC-ROTULO
           MOVE WS-BASE-ESCRITAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Rejeitadas pela extracao base, repostas'
               TO WS-RC-ROTULO
           MOVE WS-CT-BASE-REJ TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  rejeitadas segundo gerarquivosaida.hist'
               TO WS-RC-ROTULO
           MOVE WS-BASE-REJEITADAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Suspensas na base, repostas pelo log'
               TO WS-RC-ROTULO
           MOVE WS-CT-BASE-SUSP TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  suspensas segundo gerarquivosaida.hist'
               TO WS-RC-ROTULO
           MOVE WS-BASE-SUSPENSAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Fornecedor da base completado pela remessa'
               TO WS-RC-ROTULO
           MOVE WS-CT-BASE-FORN TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Reaplicadas: INCLUIR' TO WS-RC-ROTULO
           MOVE WS-CT-INCLUIR TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             CORRIGIR' TO WS-RC-ROTULO
           MOVE WS-CT-CORRIGIR TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             EXCLUIR' TO WS-RC-ROTULO
           MOVE WS-CT-EXCLUIR TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             REVERTER' TO WS-RC-ROTULO
           MOVE WS-CT-REVERTER TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             SUSPENDER' TO WS-RC-ROTULO
           MOVE WS-CT-SUSPENDER TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             LIBERAR' TO WS-RC-ROTULO
           MOVE WS-CT-LIBERAR TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '             inclusoes aprovadas de remessa'
               TO WS-RC-ROTULO
           MOVE WS-CT-REMESSA TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '               sem INCLUIR no log' TO WS-RC-ROTULO
           MOVE WS-CT-REMESSA-NOVA TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Entradas que nao se aplicaram' TO WS-RC-ROTULO
           MOVE WS-CT-ANOMALIAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           IF WS-SU-OVERFLOW = 'Y'
               MOVE SPACE TO RELATORIO-RECORD
               STRING '*** Mais de ' DELIMITED BY SIZE
                      WS-SU-MAXIMO DELIMITED BY SIZE
                      ' suspensos na base - reconstrucao INCOMPLETA'
                          DELIMITED BY SIZE
                   INTO RELATORIO-RECORD
               END-STRING
               WRITE RELATORIO-RECORD
           END-IF.

      *> Both sides are read in numero order and matched like a
      *> two-file merge. Unknown fornecedor/valor are not compared;
      *> the load file takes them from the current row.
       COMPARA-TABELA.
           OPEN INPUT RECONSTRUCAO-FILE
           OPEN OUTPUT CARGA-FILE
           OPEN OUTPUT SUGESTAO-FILE
           IF WS-RECONSTRUCAO-STATUS NOT = '00'
                   OR WS-CARGA-STATUS NOT = '00'
                   OR WS-SUGESTAO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel abrir os arquivos de saida'
                       ' - status ' WS-RECONSTRUCAO-STATUS ' '
                       WS-CARGA-STATUS ' ' WS-SUGESTAO-STATUS
               MOVE 'Y' TO WS-ERRO
           ELSE
               MOVE SPACE TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
               MOVE 'Diferencas para a tabela atual:'
                   TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
               WRITE RELATORIO-RECORD FROM WS-REL-CAB-DIF
               EXEC SQL
                   DECLARE CURSOR-ATUAL CURSOR FOR
                   SELECT numero,
                          COALESCE(fornecedor, ' '),
                          COALESCE(valor, 0),
                          COALESCE(status, 'A')
                   FROM numeros
                   ORDER BY numero
               END-EXEC
               EXEC SQL
                   OPEN CURSOR-ATUAL
               END-EXEC
               PERFORM LE-PROXIMA-RECONSTRUIDA
               PERFORM LE-PROXIMA-ATUAL
               PERFORM UNTIL WS-RB-EOF = 'Y' AND WS-AT-EOF = 'Y'
                   EVALUATE TRUE
                       WHEN WS-AT-EOF = 'Y'
                           PERFORM TRATA-FALTANDO
                           PERFORM LE-PROXIMA-RECONSTRUIDA
                       WHEN WS-RB-EOF = 'Y'
                           PERFORM TRATA-SOBRANDO
                           PERFORM LE-PROXIMA-ATUAL
                       WHEN RB-NUMERO < WS-AT-NUMERO
                           PERFORM TRATA-FALTANDO
                           PERFORM LE-PROXIMA-RECONSTRUIDA
                       WHEN RB-NUMERO > WS-AT-NUMERO
                           PERFORM TRATA-SOBRANDO
                           PERFORM LE-PROXIMA-ATUAL
                       WHEN OTHER
                           PERFORM TRATA-PAR
                           PERFORM LE-PROXIMA-RECONSTRUIDA
                           PERFORM LE-PROXIMA-ATUAL
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CURSOR-ATUAL
               END-EXEC
           END-IF
           IF WS-RECONSTRUCAO-STATUS NOT = '35'
               CLOSE RECONSTRUCAO-FILE
           END-IF
           CLOSE CARGA-FILE
           CLOSE SUGESTAO-FILE.

       LE-PROXIMA-RECONSTRUIDA.
           READ RECONSTRUCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RB-EOF
               NOT AT END
                   ADD 1 TO WS-CT-RECONSTRUIDAS
           END-READ.

       LE-PROXIMA-ATUAL.
           EXEC SQL
               FETCH CURSOR-ATUAL
                   INTO :WS-AT-NUMERO, :WS-AT-FORNECEDOR,
                        :WS-AT-VALOR, :WS-AT-STATUS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CT-ATUAIS
               WHEN 100
                   MOVE 'Y' TO WS-AT-EOF
               WHEN OTHER
                   DISPLAY 'Erro ao ler compras.numeros, SQLCODE: '
                           SQLCODE
                   MOVE 'Y' TO WS-ERRO
                   MOVE 'Y' TO WS-AT-EOF
                   MOVE 'Y' TO WS-RB-EOF
           END-EVALUATE.

      *> Rebuilt but gone from the table: restored by an
      *> inclusion. A row suspended at the moment is noted - it
      *> goes back active and is suspended again by hand.
       TRATA-FALTANDO.
           ADD 1 TO WS-CT-FALTANDO
           MOVE SPACES TO CARGA-RECORD
           MOVE RB-NUMERO TO CG-NUMERO
           MOVE RB-FORNECEDOR TO CG-FORNECEDOR
           MOVE RB-VALOR TO CG-VALOR
           MOVE RB-STATUS TO CG-STATUS
           IF RB-FORN-CONHECIDO = 'S' AND RB-VALOR-CONHECIDO = 'S'
               MOVE 'R' TO CG-ATRIBUTOS
           ELSE
               MOVE 'D' TO CG-ATRIBUTOS
               ADD 1 TO WS-CT-DESCONHECIDOS
           END-IF
           WRITE CARGA-RECORD
           MOVE SPACES TO WS-REL-DIF
           MOVE 'FALTANDO' TO WS-RD-SITUACAO
           PERFORM MOVE-RECONSTRUIDA-DIF
           MOVE SPACE TO WS-RD-CAMPOS
           IF RB-STATUS = 'S'
               MOVE 'suspender apos' TO WS-RD-CAMPOS
           END-IF
           WRITE RELATORIO-RECORD FROM WS-REL-DIF
           MOVE SPACES TO SUGESTAO-RECORD
           MOVE 'I' TO TRN-ACAO
           MOVE 0 TO TRN-NUMERO
           MOVE RB-NUMERO TO TRN-NUMERO-NOVO
           MOVE RB-FORNECEDOR TO TRN-FORNECEDOR
           WRITE SUGESTAO-RECORD
           ADD 1 TO WS-CT-SUGESTOES.

      *> In the table but not in the rebuild: an exclusion, which
      *> goes to dual control like any other.
       TRATA-SOBRANDO.
           ADD 1 TO WS-CT-SOBRANDO
           MOVE SPACES TO WS-REL-DIF
           MOVE 'SOBRANDO' TO WS-RD-SITUACAO
           MOVE WS-AT-NUMERO TO WS-RD-NUMERO
           PERFORM MOVE-ATUAL-DIF
           WRITE RELATORIO-RECORD FROM WS-REL-DIF
           MOVE SPACES TO SUGESTAO-RECORD
           MOVE 'E' TO TRN-ACAO
           MOVE WS-AT-NUMERO TO TRN-NUMERO
           MOVE 0 TO TRN-NUMERO-NOVO
           WRITE SUGESTAO-RECORD
           ADD 1 TO WS-CT-SUGESTOES.

      *> Status is set back through ManutencaoNumeros' suspend /
      *> release options; fornecedor and valor have no maintenance
      *> transaction and are only reported.
       TRATA-PAR.
           MOVE SPACE TO WS-DIF-CAMPOS
           MOVE 1 TO WS-DIF-PONTEIRO
           IF RB-FORN-CONHECIDO = 'N' OR RB-VALOR-CONHECIDO = 'N'
               ADD 1 TO WS-CT-DA-TABELA
           END-IF
           IF RB-FORN-CONHECIDO = 'N'
               MOVE WS-AT-FORNECEDOR TO RB-FORNECEDOR
           END-IF
           IF RB-VALOR-CONHECIDO = 'N'
               MOVE WS-AT-VALOR TO RB-VALOR
           END-IF
           IF RB-STATUS NOT = WS-AT-STATUS
               ADD 1 TO WS-CT-DIF-STATUS
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-DIF-CAMPOS WITH POINTER WS-DIF-PONTEIRO
               END-STRING
           END-IF
           IF RB-FORNECEDOR NOT = WS-AT-FORNECEDOR
               ADD 1 TO WS-CT-DIF-FORN
               STRING 'FORNECEDOR ' DELIMITED BY SIZE
                   INTO WS-DIF-CAMPOS WITH POINTER WS-DIF-PONTEIRO
               END-STRING
           END-IF
           IF RB-VALOR NOT = WS-AT-VALOR
               ADD 1 TO WS-CT-DIF-VALOR
               STRING 'VALOR' DELIMITED BY SIZE
                   INTO WS-DIF-CAMPOS WITH POINTER WS-DIF-PONTEIRO
               END-STRING
           END-IF
           MOVE SPACES TO CARGA-RECORD
           MOVE RB-NUMERO TO CG-NUMERO
           MOVE RB-FORNECEDOR TO CG-FORNECEDOR
           MOVE RB-VALOR TO CG-VALOR
           MOVE RB-STATUS TO CG-STATUS
           IF RB-FORN-CONHECIDO = 'S' AND RB-VALOR-CONHECIDO = 'S'
               MOVE 'R' TO CG-ATRIBUTOS
           ELSE
               MOVE 'T' TO CG-ATRIBUTOS
           END-IF
           WRITE CARGA-RECORD
           IF WS-DIF-CAMPOS = SPACE
               ADD 1 TO WS-CT-IGUAIS
           ELSE
               ADD 1 TO WS-CT-DIFERENTES
               MOVE SPACES TO WS-REL-DIF
               MOVE 'DIFERENTE' TO WS-RD-SITUACAO
               PERFORM MOVE-RECONSTRUIDA-DIF
               PERFORM MOVE-ATUAL-DIF
               MOVE WS-DIF-CAMPOS TO WS-RD-CAMPOS
               WRITE RELATORIO-RECORD FROM WS-REL-DIF
           END-IF.

       MOVE-RECONSTRUIDA-DIF.
           MOVE RB-NUMERO TO WS-RD-NUMERO
           MOVE RB-FORNECEDOR TO WS-RD-RB-FORNECEDOR
           MOVE RB-VALOR TO WS-RD-RB-VALOR
           MOVE RB-STATUS TO WS-RD-RB-STATUS.

       MOVE-ATUAL-DIF.
           MOVE WS-AT-FORNECEDOR TO WS-RD-AT-FORNECEDOR
           MOVE WS-AT-VALOR TO WS-RD-AT-VALOR
           MOVE WS-AT-STATUS TO WS-RD-AT-STATUS.

       GRAVA-CONTAGENS-COMPARACAO.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'Linhas reconstruidas' TO WS-RC-ROTULO
           MOVE WS-CT-RECONSTRUIDAS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Linhas na tabela atual' TO WS-RC-ROTULO
           MOVE WS-CT-ATUAIS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  iguais' TO WS-RC-ROTULO
           MOVE WS-CT-IGUAIS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  faltando na tabela (inclusao sugerida)'
               TO WS-RC-ROTULO
           MOVE WS-CT-FALTANDO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  sobrando na tabela (exclusao sugerida)'
               TO WS-RC-ROTULO
           MOVE WS-CT-SOBRANDO TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '  diferentes' TO WS-RC-ROTULO
           MOVE WS-CT-DIFERENTES TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    no status (opcoes suspender/liberar)'
               TO WS-RC-ROTULO
           MOVE WS-CT-DIF-STATUS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    no fornecedor' TO WS-RC-ROTULO
           MOVE WS-CT-DIF-FORN TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE '    no valor' TO WS-RC-ROTULO
           MOVE WS-CT-DIF-VALOR TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Fornecedor/valor desconhecidos, da tabela atual'
               TO WS-RC-ROTULO
           MOVE WS-CT-DA-TABELA TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE 'Fornecedor/valor desconhecidos, fora da tabela'
               TO WS-RC-ROTULO
           MOVE WS-CT-DESCONHECIDOS TO WS-RC-QTDE
           WRITE RELATORIO-RECORD FROM WS-REL-CONTAGEM
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Transacoes sugeridas em ' DELIMITED BY SIZE
                  WS-SUGESTAO-NAME DELIMITED BY SPACE
                  ' - escolher e aplicar pelo ManutencaoNumeros '
                      DELIMITED BY SIZE
                  '(MANUTENCAO_BATCH=Y)' DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           IF WS-ERRO = 'Y'
               MOVE '*** Comparacao NAO concluida - ver SYSOUT'
                   TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Reconstrucao de compras.numeros em ' WS-ALVO
           DISPLAY 'Base FULL (run date)      : ' WS-BASE-RUN-DATE
           DISPLAY 'Linhas reconstruidas      : ' WS-CT-RECONSTRUIDAS
           DISPLAY 'Faltando na tabela        : ' WS-CT-FALTANDO
           DISPLAY 'Sobrando na tabela        : ' WS-CT-SOBRANDO
           DISPLAY 'Diferentes                : ' WS-CT-DIFERENTES
           DISPLAY 'Entradas nao aplicadas    : ' WS-CT-ANOMALIAS
           DISPLAY 'Arquivos mortos lidos     : ' WS-ARQ-LIDOS
           DISPLAY 'Carga    : ' FUNCTION TRIM(WS-CARGA-NAME)
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-RELATORIO-NAME)
           DISPLAY 'Sugestoes: ' FUNCTION TRIM(WS-SUGESTAO-NAME)
           DISPLAY '========================================'.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
