      *>             existed read back as spaces there; readers
      *>             treat a non-numeric value as zero, the same
      *>             convention RH-ROWS-SWEPT set.
      *> 2026-10-15  New retraction layout (type 'R'): tells the
      *>             consumers to drop a numero we took back - one
      *>             that was excluded, the old value of a
      *>             renumbering, or one that was suspended. It
      *>             carries the reason (WS-SR-MOTIVO) and the
      *>             AAAAMMDDHHMMSS the change was made
      *>             (WS-SR-ALTERADO-TS). The numero sits at the same
      *>             offset as in 'D' and 'E' so sort keys and range
      *>             checks work unchanged. The trailer row count and
      *>             control sum cover every body row (D, E and R);
      *>             the amount total stays the sum of the 'E'
      *>             valores, since a retraction carries no money.

       01  WS-SAIDA-DETALHE-EXT.
           05  WS-SE-TYPE            PIC X     VALUE 'E'.
           05  WS-SD-NUMERO          PIC 9(10).
           05  FILLER                PIC X(33) VALUE SPACE.

       01  WS-SAIDA-RETRATACAO.
           05  WS-SR-TYPE            PIC X     VALUE 'R'.
           05  WS-SR-EXTRACT-TS      PIC X(26).
           05  WS-SR-RUN-ID          PIC X(10).
           05  WS-SR-NUMERO          PIC 9(10).
           05  WS-SR-MOTIVO          PIC X(10).
           05  WS-SR-ALTERADO-TS     PIC X(14).
           05  FILLER                PIC X(9)  VALUE SPACE.

       01  WS-SAIDA-HEADER.
           05  WS-SH-TYPE            PIC X     VALUE 'H'.
           05  WS-SH-EXTRACT-TS      PIC X(26).
