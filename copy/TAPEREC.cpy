      *>             rate and status fields existed read back with
      *>             spaces there; the report treats a blank status
      *>             as OK.
      *> 2026-10-15  Two trailing fields for the installment schedule
      *>             operation ('P'): the method (P=tabela Price,
      *>             S=SAC) and the plan's total interest. Blank on
      *>             every other operation and on older records.
      *> 2026-10-15  Date fields for the business-day operations
      *>             ('D', 'C', 'V'): base date, final date ('C'),
      *>             payment term ('V', e.g. "28 DDL") and the date
      *>             found ('D', 'V'). Blank on every other operation.

       01  TAPE-RECORD.
           05  TAPE-TIMESTAMP        PIC X(26).
           05  TAPE-STATUS           PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-MOTIVO           PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-METODO           PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-JUROS-TOTAL      PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-DATA-BASE        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-DATA-FIM         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-PRAZO            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  TAPE-DATA-RESULTADO   PIC X(8).
