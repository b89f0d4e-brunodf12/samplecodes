      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Pulled the staging entry layout
      *>             (numeros_estagio.dat) out of
      *>             ProcessaRemessaFornecedor into a shared copybook
      *>             now that ConsultaFornecedor reads the staging to
      *>             show what is still waiting for a supplier, the
      *>             same way CHGLOGREC was shared out. ES-STATUS is
      *>             P=pendente, A=aprovada, D=descartada.

       01  WS-ESTAGIO-PENDENCIA.
           05  ES-STATUS             PIC X     VALUE 'P'.
           05  FILLER                PIC X     VALUE SPACE.
           05  ES-NUMERO             PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  ES-FORNECEDOR         PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  ES-REMESSA-DATA       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  ES-CARREGADO-TS       PIC X(26).
