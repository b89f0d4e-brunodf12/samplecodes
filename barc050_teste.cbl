      *>             failure the recovery action is simply
      *>             "resubmit the job" - the completed steps skip
      *>             themselves and the failed one resumes.
      *> 2026-10-15  With no CICLO_DATA given, the cycle date now comes
      *>             from ciclo_recuperacao.dat when GerarArquivoSaida
      *>             has left one there: during a catch-up of missed
      *>             business days every step of the stream then records
      *>             its progress under the day being replayed instead
      *>             of today, so each replayed day completes (and
      *>             resumes after a failure) as its own cycle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLO-STATUS.

           SELECT RECUPERACAO-FILE ASSIGN TO 'ciclo_recuperacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLO-FILE.
           05  FILLER                PIC X     VALUE SPACE.
           05  CI-TIMESTAMP          PIC X(26).

       FD  RECUPERACAO-FILE.
       01  RECUPERACAO-RECORD.
           05  RCP-DATA              PIC X(8).
           05  FILLER                PIC X.
           05  RCP-TIMESTAMP         PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-CICLO-STATUS       PIC X(2).
       01  WS-RECUP-STATUS       PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-CICLO-DATA         PIC X(8)  VALUE SPACE.
           GOBACK.

      *> The cycle date is the operator's CICLO_DATA when a replay
      *> is being driven, the missed business day GerarArquivoSaida
      *> is catching up (ciclo_recuperacao.dat) when there is one,
      *> today's date otherwise - resolved once per run like the
      *> rules and calendar loads.
       RESOLVE-CICLO-DATA.
           MOVE 'CICLO_DATA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CICLO-DATA FROM ENVIRONMENT-VALUE
           IF WS-CICLO-DATA = SPACE
                   OR WS-CICLO-DATA IS NOT NUMERIC
               MOVE SPACE TO WS-CICLO-DATA
               OPEN INPUT RECUPERACAO-FILE
               IF WS-RECUP-STATUS = '00'
                   READ RECUPERACAO-FILE
                   IF WS-RECUP-STATUS = '00'
                           AND RCP-DATA IS NUMERIC
                       MOVE RCP-DATA TO WS-CICLO-DATA
                   END-IF
                   CLOSE RECUPERACAO-FILE
               END-IF
           END-IF
           IF WS-CICLO-DATA = SPACE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-CICLO-DATA
           END-IF.
