      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Record SimulaRegrasValidacao leaves in
      *>             regras_simulacao.dat for the last simulation
      *>             of a candidate rules file: when and by whom it
      *>             ran, which candidate, how many rows were judged
      *>             (compras.numeros and the latest NUMEROS_HIST
      *>             run), and how many become newly rejected, newly
      *>             accepted or rejected for a different reason.
      *>             PromoveRegrasValidacao shows it before asking
      *>             for confirmation and will not promote without
      *>             it.

       01  WS-SIMULACAO-REG.
           05  WS-SR-TIMESTAMP       PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-USUARIO         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-CANDIDATA       PIC X(60).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-RUN-DATE        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-LINHAS-TAB      PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-LINHAS-HIST     PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-NOVAS-REJ       PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-NOVAS-ACE       PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SR-MOTIVO-ALT      PIC 9(9).
