      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Layout of the period manifest: one line per
      *>             extract run carried by a weekly or month-end
      *>             consumer file. RoteiaSaida writes the lines for
      *>             each period file it closes twice - into
      *>             saida_<consumidor>.man, which EstagiaTransmissao
      *>             stages beside the file so the consumer can see
      *>             which runs it holds, and onto the central
      *>             manifesto_periodo.dat, where LinhagemRemessa
      *>             finds the period file that carried a given run.
      *>             WS-MP-PERIODO-ID is the run id in the period
      *>             file's header and in its manifesto.dat record;
      *>             count, control sum and amount total are those of
      *>             the run's own slice.

       01  WS-MANIFESTO-PERIODO.
           05  WS-MP-CONSUMIDOR      PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-PERIODO-ID      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-RUN-ID          PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-RUN-DATE        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-ROW-COUNT       PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-CONTROL-SUM     PIC 9(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-VALOR-TOTAL     PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-MP-GERADO-TS       PIC X(14).
