      *>             partition files like the other control files.
      *>             The single-job path keeps calling the shared
      *>             ControleCiclo routine unchanged.
      *> 2026-10-15  Incremental runs now also ship retractions
      *>             (SAIDAREC type 'R') for numeros taken back since
      *>             the watermark: an EXCLUIR, the old value of a
      *>             CORRIGIR or of a REVERTER that renumbered, and a
      *>             SUSPENDER, all found in manutencaonumeros.log.
      *>             Each candidate is checked against the table's
      *>             current state first, so a numero that was put
      *>             back (re-included, released) is not retracted.
      *>             The pass runs in every INCR run, independent of
      *>             GERSAIDA_SWEEP, and is limited to the partition
      *>             range like the sweep. The trailer row count and
      *>             control sum now include the 'R' rows; the
      *>             WS-ROWS-WRITTEN count and the run history stay
      *>             detail-only. The CSV copy carries no record type
      *>             and so gets no retractions.
      *> 2026-10-15  GERSAIDA_CATCHUP=Y catch-up mode for incremental
      *>             runs after the stream missed business days: the
      *>             earliest business day after the watermark's date
      *>             and before today (fiscal calendar,
      *>             CalendarioFiscal) is extracted on its own - rows
      *>             changed after the watermark up to the end of that
      *>             day, its own run-id (the day's AAMMDD plus the
      *>             replay's HHMM), header date and saida_AAAAMMDD.txt
      *>             copy, and its own run-history line (new RH-DATA-
      *>             RECUPERADA) - and the watermark advances only to
      *>             the end of that day. The day is left in
      *>             ciclo_recuperacao.dat so ControleCiclo dates every
      *>             step of the stream to it; the job is resubmitted
      *>             once per missed day, a replay whose later steps
      *>             failed is resumed under its own day before the next
      *>             one starts, and a run with no missed day left (or
      *>             without the switch) is the night's regular run and
      *>             clears the marker. Not combined with partitions.
      *> 2026-10-15  A REVERTER that flipped a status back (same numero
      *>             in CL-NUMERO-ANTES and CL-NUMERO-DEPOIS, an undone
      *>             LIBERAR or SUSPENDER) is now weighed by the
      *>             retraction pass, which retracts the numero when the
      *>             flip left it suspended.
      *> 2026-10-15  The catch-up day is no longer worked out here: the
      *>             pre-flight (VerificacaoPrevia, STEP005) decides it
      *>             before any step reports to ControleCiclo and leaves
      *>             it in ciclo_recuperacao.dat, and the extract
      *>             replays the day found there - the pre-flight had
      *>             already been dated to today by the time the extract
      *>             wrote the marker.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-SHARED-STATUS.

           SELECT RECUPERACAO-FILE ASSIGN TO 'ciclo_recuperacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAIDA-FILE.
           05  FILLER                PIC X.
           05  CIS-TIMESTAMP         PIC X(26).

      *> The missed business day a catch-up run is replaying, left
      *> by the pre-flight; ControleCiclo takes it as the cycle date
      *> for every step.
       FD  RECUPERACAO-FILE.
       01  RECUPERACAO-RECORD.
           05  RCP-DATA              PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  RCP-TIMESTAMP         PIC X(26).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  WS-NUMERO             PIC 9(10).
       01  WS-SWEPT-IDX          PIC 9(3).
       01  WS-SWEPT-ACHOU        PIC X.

       01  WS-RETRAI-EOF         PIC X     VALUE 'N'.
       01  WS-RETRAI-NUMERO      PIC 9(10).
       01  WS-RETRAI-MOTIVO      PIC X(10).
       01  WS-RETRAI-ALTERADO-TS PIC X(14).
       01  WS-RETRAI-STATUS      PIC X(1).
       01  WS-ROWS-RETRATADAS    PIC 9(10) VALUE 0.
       01  WS-RETRAIDO-COUNT     PIC 9(3)  VALUE 0.
       01  WS-RETRAIDO-MAXIMO    PIC 9(3)  VALUE 200.
       01  WS-RETRAIDO-TABELA.
           05  WS-RETRAIDO-NUMERO PIC 9(10) OCCURS 200 TIMES.
       01  WS-RETRAIDO-IDX       PIC 9(3).
       01  WS-RETRAIDO-ACHOU     PIC X.

       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-RESULTADO      PIC X.

       01  WS-CICLO-EVENTO       PIC X(10).
       01  WS-ETAPA-CONCLUIDA    PIC X.

       01  WS-CATCHUP-SWITCH     PIC X     VALUE 'N'.
       01  WS-CATCHUP-ATIVO      PIC X     VALUE 'N'.
       01  WS-CATCHUP-DATA       PIC X(8)  VALUE SPACE.
       01  WS-LIMITE-TS          PIC X(26) VALUE
               '9999-12-31-23.59.59.999999'.
       01  WS-LIMITE-COMPACT     PIC X(14) VALUE '99999999999999'.
       01  WS-RECUP-STATUS       PIC X(2).
       01  WS-RECUP-FILENAME     PIC X(60) VALUE
               'ciclo_recuperacao.dat'.
       01  WS-RECUP-DATA         PIC X(8)  VALUE SPACE.

       COPY SAIDAREC.

       COPY PENDREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           IF WS-CATCHUP-SWITCH = 'Y'
               PERFORM RESOLVE-RECUPERACAO
           ELSE
               IF WS-DRYRUN-SWITCH = 'N'
                   PERFORM REMOVE-MARCA-RECUPERACAO
               END-IF
           END-IF
           IF WS-DRYRUN-SWITCH = 'N'
               PERFORM VERIFICA-ETAPA-CICLO
           END-IF
           WRITE CICLOP-RECORD
           CLOSE CICLOP-FILE.

      *> Catch-up replays ONE missed business day per submission.
      *> Which day is decided by the pre-flight (VerificacaoPrevia)
      *> at the head of the stream, before any step reports to the
      *> cycle tracker, and left in ciclo_recuperacao.dat - the
      *> extract reads that day rather than working it out again,
      *> so every step of one submission is dated to the same day.
      *> No day left there means nothing was missed: the night's
      *> regular run.
       RESOLVE-RECUPERACAO.
           MOVE 'N' TO WS-CATCHUP-ATIVO
           MOVE SPACE TO WS-RECUP-DATA
           OPEN INPUT RECUPERACAO-FILE
           IF WS-RECUP-STATUS = '00'
               READ RECUPERACAO-FILE
               IF WS-RECUP-STATUS = '00'
                       AND RCP-DATA IS NUMERIC
                   MOVE RCP-DATA TO WS-RECUP-DATA
               END-IF
               CLOSE RECUPERACAO-FILE
           END-IF
           IF WS-RECUP-DATA NOT = SPACE
                   AND WS-LAST-RUN-TS(1:4) NOT = '0001'
               MOVE 'Y' TO WS-CATCHUP-ATIVO
               MOVE WS-RECUP-DATA TO WS-CATCHUP-DATA
               MOVE WS-CATCHUP-DATA TO WS-RUNDATE-OVERRIDE
               MOVE SPACE TO WS-LIMITE-TS
               STRING WS-CATCHUP-DATA(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-CATCHUP-DATA(5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-CATCHUP-DATA(7:2) DELIMITED BY SIZE
                      '-23.59.59.999999' DELIMITED BY SIZE
                   INTO WS-LIMITE-TS
               MOVE SPACE TO WS-LIMITE-COMPACT
               STRING WS-CATCHUP-DATA DELIMITED BY SIZE
                      '235959' DELIMITED BY SIZE
                   INTO WS-LIMITE-COMPACT
               DISPLAY 'Recuperacao: dia util perdido '
                       WS-CATCHUP-DATA ' (definido na verificacao '
                       'previa).'
           ELSE
               DISPLAY 'Recuperacao: nenhum dia util perdido desde '
                       'a marca d''agua - run normal.'
           END-IF.

      *> Outside a replay the cycle date must go back to today for
      *> every step, so a leftover day is removed.
       REMOVE-MARCA-RECUPERACAO.
           CALL 'CBL_DELETE_FILE' USING WS-RECUP-FILENAME
               RETURNING WS-DELETE-RC.

       SET-RUN-END-TS.
           EXEC SQL
               VALUES (CURRENT TIMESTAMP) INTO :WS-RUN-END-TS
           MOVE WS-LAST-RUN-TS TO RH-WATERMARK-USED
           MOVE WS-SWEEP-COUNT TO RH-ROWS-SWEPT
           MOVE WS-ROWS-SUSPENSAS TO RH-ROWS-SUSPENSAS
           IF WS-CATCHUP-ATIVO = 'Y'
               MOVE WS-CATCHUP-DATA TO RH-DATA-RECUPERADA
           END-IF
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUNHIST-FILE
                   FUNCTION NUMVAL(WS-PART-HI-TXT)
           END-IF

           MOVE 'GERSAIDA_CATCHUP' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CATCHUP-SWITCH FROM ENVIRONMENT-VALUE
           IF WS-CATCHUP-SWITCH NOT = 'Y'
               MOVE 'N' TO WS-CATCHUP-SWITCH
           END-IF
           IF WS-CATCHUP-SWITCH = 'Y'
               IF WS-EXTRACT-MODE NOT = 'INCR'
                   DISPLAY 'GERSAIDA_CATCHUP exige GERSAIDA_MODE='
                           'INCR.'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PART-SWITCH = 'Y'
                   DISPLAY 'GERSAIDA_CATCHUP nao se aplica a '
                           'particoes (GERSAIDA_PART).'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-EXTRACT-MODE = 'INCR'
               PERFORM LOAD-LAST-RUN-TS
           END-IF.
               CLOSE LASTRUN-FILE
           END-IF.

      *> A catch-up run hands the next run the end of the day it
      *> replayed, not its own start - the rows changed after that
      *> day belong to the next missed day (or to tonight).
       SAVE-LAST-RUN-TS.
           IF WS-CATCHUP-ATIVO = 'Y'
               MOVE WS-LIMITE-TS TO LASTRUN-RECORD
           ELSE
               MOVE WS-RUN-START-TS TO LASTRUN-RECORD
           END-IF
           OPEN OUTPUT LASTRUN-FILE
           WRITE LASTRUN-RECORD
           CLOSE LASTRUN-FILE.
               FROM numeros
               WHERE numero > :WS-RESTART-NUMERO
                 AND dt_atualizacao > :WS-LAST-RUN-TS
                 AND dt_atualizacao <= :WS-LIMITE-TS
                 AND numero >= :WS-PART-LO
                 AND numero <= :WS-PART-HI
           END-EXEC
           MOVE WS-CURRENT-TIMESTAMP TO WS-EXTRACT-TS
           MOVE WS-CURRENT-TIMESTAMP(3:10) TO WS-RUN-ID
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-YYYYMMDD
      *> A replayed day is identified by its own date: the run-id
      *> carries the day (AAMMDD) plus the hour the replay ran, and
      *> the dated copy is that day's saida_AAAAMMDD.txt.
           IF WS-CATCHUP-ATIVO = 'Y'
               MOVE SPACE TO WS-RUN-ID
               STRING WS-CATCHUP-DATA(3:6) DELIMITED BY SIZE
                      WS-CURRENT-TIMESTAMP(9:4) DELIMITED BY SIZE
                   INTO WS-RUN-ID
               MOVE WS-CATCHUP-DATA TO WS-RUN-YYYYMMDD
           END-IF
           IF WS-PART-SWITCH = 'Y'
               PERFORM SET-PARTITION-NAMES
           END-IF
               FROM numeros
               WHERE numero > :WS-RESTART-NUMERO
                 AND dt_atualizacao > :WS-LAST-RUN-TS
                 AND dt_atualizacao <= :WS-LIMITE-TS
                 AND numero >= :WS-PART-LO
                 AND numero <= :WS-PART-HI
               ORDER BY numero
           IF WS-SWEEP-SWITCH = 'Y' AND WS-EXTRACT-MODE = 'INCR'
               PERFORM SWEEP-MAINTENANCE
           END-IF
           IF WS-EXTRACT-MODE = 'INCR'
               PERFORM RETRAI-MANUTENCAO
           END-IF
           PERFORM WRITE-TRAILER-RECORD
           PERFORM REMOVE-CHECKPOINT
           PERFORM CLOSE-CURSOR
      *> CURRENT-DATE (AAAAMMDDHHMMSS...); the watermark is a DB2
      *> timestamp. Both are reduced to AAAAMMDDHHMMSS to compare.
       SWEEP-MAINTENANCE.
           PERFORM COMPACTA-MARCADAGUA
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGELOG-STATUS NOT = '00'
                       ' numero(s) acrescentado(s) a saida.'
           END-IF.

       COMPACTA-MARCADAGUA.
           MOVE SPACE TO WS-WATERMARK-COMPACT
           STRING WS-LAST-RUN-TS(1:4) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(6:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(9:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(12:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(15:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(18:2) DELIMITED BY SIZE
               INTO WS-WATERMARK-COMPACT.

       AVALIA-ENTRADA-SWEEP.
           IF (CL-ACAO = 'INCLUIR' OR CL-ACAO = 'CORRIGIR'
                   OR CL-ACAO = 'REVERTER')
                   AND CL-NUMERO-DEPOIS NOT = 0
                   AND CL-TIMESTAMP(1:14) > WS-WATERMARK-COMPACT
                   AND CL-TIMESTAMP(1:14) <= WS-LIMITE-COMPACT
                   AND CL-NUMERO-DEPOIS >= WS-PART-LO
                   AND CL-NUMERO-DEPOIS <= WS-PART-HI
               MOVE CL-NUMERO-DEPOIS TO WS-SWEEP-NUMERO
               END-IF
           END-IF.

      *> Second pass over the change log, for what was taken back
      *> since the watermark: the numero that left the table or
      *> stopped being active is CL-NUMERO-ANTES of an EXCLUIR, a
      *> CORRIGIR, a REVERTER that changed the value, or a
      *> SUSPENDER. A separate pass (not folded into the sweep)
      *> because retractions are owed on every incremental run,
      *> swept or not.
       RETRAI-MANUTENCAO.
           PERFORM COMPACTA-MARCADAGUA
           MOVE 'N' TO WS-RETRAI-EOF
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGELOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-RETRAI-EOF
           END-IF
           PERFORM UNTIL WS-RETRAI-EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRAI-EOF
                   NOT AT END
                       PERFORM AVALIA-ENTRADA-RETRATACAO
               END-READ
           END-PERFORM
           IF WS-CHANGELOG-STATUS NOT = '35'
               CLOSE CHANGE-LOG-FILE
           END-IF
           IF WS-ROWS-RETRATADAS > 0
               DISPLAY 'Retratacoes: ' WS-ROWS-RETRATADAS
                       ' numero(s) retirado(s) dos consumidores.'
           END-IF.

      *> A REVERTER whose DEPOIS is zero backed out an inclusion -
      *> the numero is gone, the same as an EXCLUIR; with a DEPOIS
      *> it restored an older value, the same as a CORRIGIR. A
      *> REVERTER of an exclusion logs ANTES zero and is skipped.
      *> A REVERTER with ANTES equal to DEPOIS flipped a status
      *> back: RETRAI-UM-NUMERO retracts it only when that left the
      *> numero suspended.
       AVALIA-ENTRADA-RETRATACAO.
           IF (CL-ACAO = 'SUSPENDER' OR CL-ACAO = 'REVERTER'
                   OR ((CL-ACAO = 'EXCLUIR' OR CL-ACAO = 'CORRIGIR')
                       AND CL-NUMERO-ANTES NOT = CL-NUMERO-DEPOIS))
                   AND CL-NUMERO-ANTES NOT = 0
                   AND CL-TIMESTAMP(1:14) > WS-WATERMARK-COMPACT
                   AND CL-TIMESTAMP(1:14) <= WS-LIMITE-COMPACT
                   AND CL-NUMERO-ANTES >= WS-PART-LO
                   AND CL-NUMERO-ANTES <= WS-PART-HI
               MOVE CL-NUMERO-ANTES TO WS-RETRAI-NUMERO
               MOVE CL-TIMESTAMP(1:14) TO WS-RETRAI-ALTERADO-TS
               EVALUATE TRUE
                   WHEN CL-ACAO = 'SUSPENDER'
                       MOVE 'SUSPENSO' TO WS-RETRAI-MOTIVO
                   WHEN CL-ACAO = 'EXCLUIR'
                       MOVE 'EXCLUIDO' TO WS-RETRAI-MOTIVO
                   WHEN CL-ACAO = 'REVERTER'
                           AND CL-NUMERO-DEPOIS = 0
                       MOVE 'EXCLUIDO' TO WS-RETRAI-MOTIVO
                   WHEN CL-ACAO = 'REVERTER'
                           AND CL-NUMERO-DEPOIS = CL-NUMERO-ANTES
                       MOVE 'SUSPENSO' TO WS-RETRAI-MOTIVO
                   WHEN OTHER
                       MOVE 'RENUMERADO' TO WS-RETRAI-MOTIVO
               END-EVALUATE
               PERFORM VERIFICA-JA-RETRAIDO
               IF WS-RETRAIDO-ACHOU = 'N'
                   PERFORM RETRAI-UM-NUMERO
               END-IF
           END-IF.

       VERIFICA-JA-RETRAIDO.
           MOVE 'N' TO WS-RETRAIDO-ACHOU
           PERFORM VARYING WS-RETRAIDO-IDX FROM 1 BY 1
                   UNTIL WS-RETRAIDO-IDX > WS-RETRAIDO-COUNT
                   OR WS-RETRAIDO-ACHOU = 'Y'
               IF WS-RETRAIDO-NUMERO(WS-RETRAIDO-IDX) =
                       WS-RETRAI-NUMERO
                   MOVE 'Y' TO WS-RETRAIDO-ACHOU
               END-IF
           END-PERFORM
      *> Same overflow handling as the sweep: the watermark moves
      *> on regardless, so the loss is alerted, not hidden.
           IF WS-RETRAIDO-ACHOU = 'N'
               IF WS-RETRAIDO-COUNT >= WS-RETRAIDO-MAXIMO
                   DISPLAY 'Retratacoes limitadas a '
                           WS-RETRAIDO-MAXIMO
                           ' numeros - numeros alem do limite NAO '
                           'foram retratados neste run.'
                   MOVE 'GerarArquivoSaida' TO WS-EV-PROGRAMA
                   MOVE 'A' TO WS-EV-SEVERIDADE
                   MOVE WS-RUN-ID TO WS-EV-RUN-ID
                   MOVE 0 TO WS-EV-SQLCODE
                   MOVE 'RETRATACOES TRANSBORDARAM - NAO ENVIADAS'
                       TO WS-EV-MENSAGEM
                   CALL 'RegistraEvento' USING WS-EVENTO
                   MOVE 'Y' TO WS-RETRAI-EOF
                   MOVE 'Y' TO WS-RETRAIDO-ACHOU
               ELSE
                   ADD 1 TO WS-RETRAIDO-COUNT
                   MOVE WS-RETRAI-NUMERO TO
                       WS-RETRAIDO-NUMERO(WS-RETRAIDO-COUNT)
               END-IF
           END-IF.

      *> The log says what happened; the table says whether it
      *> still stands. Gone: retract with the logged reason (a
      *> suspension followed by an exclusion is an exclusion).
      *> Present and suspended: retract as suspended. Present and
      *> active: it was put back, nothing to retract.
       RETRAI-UM-NUMERO.
           EXEC SQL
               SELECT COALESCE(status, 'A')
               INTO :WS-RETRAI-STATUS
               FROM numeros
               WHERE numero = :WS-RETRAI-NUMERO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   IF WS-RETRAI-MOTIVO = 'SUSPENSO'
                       MOVE 'EXCLUIDO' TO WS-RETRAI-MOTIVO
                   END-IF
                   PERFORM GRAVA-RETRATACAO
               WHEN SQLCODE = 0
                   IF WS-RETRAI-STATUS = 'S'
                       MOVE 'SUSPENSO' TO WS-RETRAI-MOTIVO
                       PERFORM GRAVA-RETRATACAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'Erro ao conferir retratacao do numero '
                           WS-RETRAI-NUMERO ', SQLCODE: ' SQLCODE
                   MOVE WS-RETRAI-NUMERO TO WS-NUMERO
                   MOVE 'RETRAI-UM-NUMERO' TO WS-ERR-PARAGRAPH
                   PERFORM WRITE-ERROR-LOG
           END-EVALUATE.

       GRAVA-RETRATACAO.
           MOVE WS-RETRAI-NUMERO TO WS-SR-NUMERO
           MOVE WS-EXTRACT-TS TO WS-SR-EXTRACT-TS
           MOVE WS-RUN-ID TO WS-SR-RUN-ID
           MOVE WS-RETRAI-MOTIVO TO WS-SR-MOTIVO
           MOVE WS-RETRAI-ALTERADO-TS TO WS-SR-ALTERADO-TS
           MOVE WS-SAIDA-RETRATACAO TO SAIDA-RECORD
           WRITE SAIDA-RECORD
           IF WS-PART-SWITCH = 'N'
               WRITE SAIDA-DATED-RECORD FROM SAIDA-RECORD
           END-IF
           ADD 1 TO WS-ROWS-RETRATADAS
           ADD WS-RETRAI-NUMERO TO WS-CONTROL-SUM.

      *> Shared by the CURSOR1 walk and the maintenance sweep:
      *> validates WS-NUMERO and either writes the detail row
      *> (plain or extended layout) or routes the rejection to the
           END-IF.

       WRITE-TRAILER-RECORD.
           COMPUTE WS-ST-ROW-COUNT =
               WS-ROWS-WRITTEN + WS-ROWS-RETRATADAS
           MOVE WS-CONTROL-SUM TO WS-ST-CONTROL-SUM
           MOVE WS-VALOR-TOTAL TO WS-ST-VALOR-TOTAL
           MOVE WS-EXTRACT-TS TO WS-ST-EXTRACT-TS
