      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout for the fiscal period status file
      *>             (periodos.dat), maintained by ManutencaoPeriodos
      *>             and read by VerificaPeriodo. One line per month
      *>             (AAAAMM) that has ever been closed: status
      *>             F=fechado R=reaberto, and who last changed it and
      *>             when (AAAAMMDDHHMMSS). A month with no line is
      *>             open.

       01  WS-PERIODO-FISCAL.
           05  WS-PF-PERIODO         PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PF-STATUS          PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PF-USUARIO         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PF-ATUALIZADO-TS   PIC X(14).
