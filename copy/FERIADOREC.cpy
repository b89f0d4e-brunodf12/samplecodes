      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout of the holiday calendar
      *>             (calendario.dat), maintained by
      *>             ManutencaoCalendario and read by
      *>             CalendarioFiscal: the AAAAMMDD date in the first
      *>             eight columns, as the file always had it, then a
      *>             description of the holiday. Lines written before
      *>             the description existed read back with it blank.

       01  WS-FERIADO-REG.
           05  WS-FR-DATA            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FR-DESCRICAO       PIC X(30).
