      *>             failure in the extract would otherwise be
      *>             silent, since SAIDA-DATED-FILE carries no
      *>             status check there.
      *> 2026-10-15  The catch-up day (GERSAIDA_CATCHUP=Y) is now
      *>             decided here, before this step reports to
      *>             ControleCiclo, and left in ciclo_recuperacao.dat
      *>             for the rest of the stream; without the switch a
      *>             leftover day is removed. The extract used to write
      *>             it in STEP010, after this step had already been
      *>             dated to today.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE2-STATUS.

           SELECT CICLO-SHARED-FILE ASSIGN TO 'ciclo_controle.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-SHARED-STATUS.

           SELECT RECUPERACAO-FILE ASSIGN TO 'ciclo_recuperacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LASTRUN-FILE.
       FD  PROBE-OUTDIR-FILE.
       01  PROBE-OUTDIR-RECORD     PIC X(26).

      *> ControleCiclo's step log, read to tell whether a replayed
      *> day still has steps to finish.
       FD  CICLO-SHARED-FILE.
       01  CICLO-SHARED-RECORD.
           05  CIS-DATA              PIC X(8).
           05  FILLER                PIC X.
           05  CIS-ETAPA             PIC X(12).
           05  FILLER                PIC X.
           05  CIS-EVENTO            PIC X(10).
           05  FILLER                PIC X.
           05  CIS-TIMESTAMP         PIC X(26).

      *> The missed business day a catch-up submission replays;
      *> ControleCiclo takes it as the cycle date for every step.
       FD  RECUPERACAO-FILE.
       01  RECUPERACAO-RECORD.
           05  RCP-DATA              PIC X(8).
           05  FILLER                PIC X.
           05  RCP-TIMESTAMP         PIC X(26).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-CC-FUNCAO          PIC X.
       01  WS-CC-ETAPA           PIC X(12).
       01  WS-CC-RESULTADO       PIC X.
       01  WS-CICLO-SHARED-STATUS PIC X(2).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-LAST-RUN-TS        PIC X(26) VALUE SPACE.
       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-RESULTADO      PIC X.
       01  WS-CATCHUP-SWITCH     PIC X     VALUE 'N'.
       01  WS-CATCHUP-ATIVO      PIC X     VALUE 'N'.
       01  WS-CATCHUP-DATA       PIC X(8)  VALUE SPACE.
       01  WS-CATCHUP-ANO        PIC 9(4).
       01  WS-CATCHUP-MES        PIC 9(2).
       01  WS-CATCHUP-DIA        PIC 9(2).
       01  WS-CATCHUP-YYYYMMDD   PIC 9(8).
       01  WS-CATCHUP-HOJE       PIC 9(8).
       01  WS-CATCHUP-RESTANTES  PIC 9(5)  VALUE 0.
       01  WS-CATCHUP-MAXIMO     PIC 9(5)  VALUE 400.
       01  WS-RECUP-STATUS       PIC X(2).
       01  WS-RECUP-FILENAME     PIC X(60) VALUE
               'ciclo_recuperacao.dat'.
       01  WS-RECUP-DATA         PIC X(8)  VALUE SPACE.
       01  WS-RECUP-PENDENTE     PIC X     VALUE 'N'.
       01  WS-RECUP-EOF          PIC X.
       01  WS-RECUP-COUNT        PIC 9(2)  VALUE 0.
       01  WS-RECUP-MAXIMO       PIC 9(2)  VALUE 30.
       01  WS-RECUP-TABELA.
           05  WS-RECUP-ENTRADA  OCCURS 30 TIMES.
               10  WS-RECUP-ETAPA     PIC X(12).
               10  WS-RECUP-CONCLUIDA PIC X.
       01  WS-RECUP-IDX          PIC 9(2).
       01  WS-RECUP-ACHOU        PIC X.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       MAIN-PROCEDURE.
           DISPLAY '========================================'
           DISPLAY 'Verificacao previa - GERSAIDA'
           PERFORM READ-RUN-OPTIONS
      *> The cycle date has to be settled before the first call to
      *> ControleCiclo - it is fixed for the run from then on.
           IF WS-CATCHUP-SWITCH = 'Y'
               PERFORM RESOLVE-RECUPERACAO
           ELSE
               PERFORM REMOVE-MARCA-RECUPERACAO
           END-IF
           MOVE 'PREFLIGHT' TO WS-CC-ETAPA
           MOVE 'V' TO WS-CC-FUNCAO
           CALL 'ControleCiclo' USING WS-CC-FUNCAO WS-CC-ETAPA
           MOVE 'I' TO WS-CC-FUNCAO
           CALL 'ControleCiclo' USING WS-CC-FUNCAO WS-CC-ETAPA
               WS-CC-RESULTADO
           PERFORM VERIFICA-CONEXAO
           PERFORM VERIFICA-WATERMARK
           PERFORM VERIFICA-CHECKPOINT
           END-IF
           MOVE 'GERSAIDA_OUTDIR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OUTPUT-DIR FROM ENVIRONMENT-VALUE
           MOVE 'GERSAIDA_CATCHUP' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CATCHUP-SWITCH FROM ENVIRONMENT-VALUE
           IF WS-CATCHUP-SWITCH NOT = 'Y'
               MOVE 'N' TO WS-CATCHUP-SWITCH
           END-IF
           IF WS-CATCHUP-SWITCH = 'Y'
                   AND WS-EXTRACT-MODE NOT = 'INCR'
               ADD 1 TO WS-FALHAS
               DISPLAY 'FALHA GERSAIDA_CATCHUP exige '
                       'GERSAIDA_MODE=INCR'
               MOVE 'N' TO WS-CATCHUP-SWITCH
           END-IF.

      *> Catch-up replays ONE missed business day per submission,
      *> the earliest one after the watermark's date, so the whole
      *> stream behind the extract (history load, manifests, the
      *> cycle tracker) runs once for that day exactly as it would
      *> have on the night itself; the job is resubmitted until no
      *> missed day is left, and that run is the night's own. A
      *> replay whose stream stopped part-way is finished first:
      *> the day stays in ciclo_recuperacao.dat and the steps that
      *> already completed under it skip themselves. The day is
      *> settled here, at the head of the stream, so that every
      *> step - this one included - reports under it.
       RESOLVE-RECUPERACAO.
           PERFORM LE-MARCA-DE-AGUA
           PERFORM VERIFICA-RECUPERACAO-PENDENTE
           PERFORM PROCURA-DIA-PERDIDO
           IF WS-RECUP-PENDENTE = 'Y'
               DISPLAY 'Recuperacao do dia ' WS-RECUP-DATA
                       ' incompleta - ciclo retomado para esse dia.'
               IF WS-CATCHUP-ATIVO = 'Y'
                       AND WS-CATCHUP-DATA NOT = WS-RECUP-DATA
                   DISPLAY 'Proximo dia perdido ' WS-CATCHUP-DATA
                           ' fica para a proxima submissao.'
               END-IF
           ELSE
               IF WS-CATCHUP-ATIVO = 'Y'
                   PERFORM GRAVA-MARCA-RECUPERACAO
               ELSE
                   PERFORM REMOVE-MARCA-RECUPERACAO
               END-IF
           END-IF
           IF WS-CATCHUP-ATIVO = 'Y'
               DISPLAY 'Recuperacao: dia util perdido '
                       WS-CATCHUP-DATA ' (' WS-CATCHUP-RESTANTES
                       ' dia(s) util(eis) perdido(s) ate hoje).'
           ELSE
               DISPLAY 'Recuperacao: nenhum dia util perdido desde '
                       'a marca d''agua - run normal.'
           END-IF.

       LE-MARCA-DE-AGUA.
           MOVE SPACE TO WS-LAST-RUN-TS
           OPEN INPUT LASTRUN-FILE
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
               IF WS-LASTRUN-STATUS = '00'
                   MOVE LASTRUN-RECORD TO WS-LAST-RUN-TS
               END-IF
               CLOSE LASTRUN-FILE
           END-IF.

      *> The first business day after the watermark's date that is
      *> before today was never extracted. A watermark that does
      *> not read as a date is left for VERIFICA-WATERMARK to fail.
       PROCURA-DIA-PERDIDO.
           MOVE 'N' TO WS-CATCHUP-ATIVO
           MOVE 0 TO WS-CATCHUP-RESTANTES
           MOVE WS-LAST-RUN-TS TO WS-MARCA
           PERFORM VALIDA-FORMATO-TS
           IF WS-LAST-RUN-TS = SPACE OR WS-TS-VALIDO = 'N'
               DISPLAY 'Sem marca d''agua valida em lastrun.dat - '
                       'nao ha de onde recuperar.'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-CATCHUP-HOJE
               MOVE WS-LAST-RUN-TS(1:4) TO WS-CATCHUP-ANO
               MOVE WS-LAST-RUN-TS(6:2) TO WS-CATCHUP-MES
               MOVE WS-LAST-RUN-TS(9:2) TO WS-CATCHUP-DIA
               MOVE 'P' TO WS-CAL-FUNCAO
               CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO
                   WS-CATCHUP-ANO WS-CATCHUP-MES WS-CATCHUP-DIA
                   WS-CAL-RESULTADO
               COMPUTE WS-CATCHUP-YYYYMMDD =
                   WS-CATCHUP-ANO * 10000 + WS-CATCHUP-MES * 100
                   + WS-CATCHUP-DIA
               IF WS-CATCHUP-YYYYMMDD < WS-CATCHUP-HOJE
                   MOVE 'Y' TO WS-CATCHUP-ATIVO
                   MOVE WS-CATCHUP-YYYYMMDD TO WS-CATCHUP-DATA
                   PERFORM UNTIL WS-CATCHUP-YYYYMMDD >=
                               WS-CATCHUP-HOJE
                           OR WS-CATCHUP-RESTANTES >=
                               WS-CATCHUP-MAXIMO
                       ADD 1 TO WS-CATCHUP-RESTANTES
                       CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO
                           WS-CATCHUP-ANO WS-CATCHUP-MES
                           WS-CATCHUP-DIA WS-CAL-RESULTADO
                       COMPUTE WS-CATCHUP-YYYYMMDD =
                           WS-CATCHUP-ANO * 10000
                           + WS-CATCHUP-MES * 100 + WS-CATCHUP-DIA
                   END-PERFORM
               END-IF
           END-IF.

      *> The replayed day is pending while any step that started
      *> under it in ciclo_controle.dat has not completed.
       VERIFICA-RECUPERACAO-PENDENTE.
           MOVE 'N' TO WS-RECUP-PENDENTE
           MOVE SPACE TO WS-RECUP-DATA
           MOVE 0 TO WS-RECUP-COUNT
           OPEN INPUT RECUPERACAO-FILE
           IF WS-RECUP-STATUS = '00'
               READ RECUPERACAO-FILE
               IF WS-RECUP-STATUS = '00'
                   MOVE RCP-DATA TO WS-RECUP-DATA
               END-IF
               CLOSE RECUPERACAO-FILE
           END-IF
           IF WS-RECUP-DATA NOT = SPACE
               MOVE 'N' TO WS-RECUP-EOF
               OPEN INPUT CICLO-SHARED-FILE
               IF WS-CICLO-SHARED-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RECUP-EOF
               END-IF
               PERFORM UNTIL WS-RECUP-EOF = 'Y'
                   READ CICLO-SHARED-FILE
                       AT END
                           MOVE 'Y' TO WS-RECUP-EOF
                       NOT AT END
                           IF CIS-DATA = WS-RECUP-DATA
                               PERFORM ACUMULA-ETAPA-RECUPERACAO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CICLO-SHARED-STATUS NOT = '35'
                   CLOSE CICLO-SHARED-FILE
               END-IF
               PERFORM VARYING WS-RECUP-IDX FROM 1 BY 1
                       UNTIL WS-RECUP-IDX > WS-RECUP-COUNT
                   IF WS-RECUP-CONCLUIDA(WS-RECUP-IDX) = 'N'
                       MOVE 'Y' TO WS-RECUP-PENDENTE
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULA-ETAPA-RECUPERACAO.
           MOVE 'N' TO WS-RECUP-ACHOU
           PERFORM VARYING WS-RECUP-IDX FROM 1 BY 1
                   UNTIL WS-RECUP-IDX > WS-RECUP-COUNT
                   OR WS-RECUP-ACHOU = 'Y'
               IF WS-RECUP-ETAPA(WS-RECUP-IDX) = CIS-ETAPA
                   MOVE 'Y' TO WS-RECUP-ACHOU
               END-IF
           END-PERFORM
           IF WS-RECUP-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-RECUP-IDX
           ELSE
               IF WS-RECUP-COUNT < WS-RECUP-MAXIMO
                   ADD 1 TO WS-RECUP-COUNT
                   MOVE WS-RECUP-COUNT TO WS-RECUP-IDX
                   MOVE CIS-ETAPA TO WS-RECUP-ETAPA(WS-RECUP-IDX)
                   MOVE 'N' TO WS-RECUP-CONCLUIDA(WS-RECUP-IDX)
               ELSE
                   MOVE 0 TO WS-RECUP-IDX
               END-IF
           END-IF
           IF WS-RECUP-IDX > 0 AND CIS-EVENTO = 'CONCLUIDA'
               MOVE 'Y' TO WS-RECUP-CONCLUIDA(WS-RECUP-IDX)
           END-IF.

      *> VALUE clauses on FD fillers are not honored, so the
      *> record is blanked before the fields are filled in.
       GRAVA-MARCA-RECUPERACAO.
           MOVE SPACES TO RECUPERACAO-RECORD
           MOVE WS-CATCHUP-DATA TO RCP-DATA
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO RCP-TIMESTAMP
           OPEN OUTPUT RECUPERACAO-FILE
           WRITE RECUPERACAO-RECORD
           CLOSE RECUPERACAO-FILE.

      *> Outside a replay the cycle date must go back to today for
      *> every step, so a leftover day is removed.
       REMOVE-MARCA-RECUPERACAO.
           CALL 'CBL_DELETE_FILE' USING WS-RECUP-FILENAME
               RETURNING WS-DELETE-RC.

       VERIFICA-CONEXAO.
           EXEC SQL
