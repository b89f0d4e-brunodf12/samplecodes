      *>             ReverteManutencao reads the log to back out a
      *>             bad maintenance action, the same way SAIDAREC
      *>             and RUNHREC were shared out.
      *> 2026-10-15  CL-APROVADOR and CL-SOLICITACAO at the end of the
      *>             record: an action under dual control (EXCLUIR,
      *>             REVERTER) is logged with the operator who asked
      *>             in CL-USUARIO, the second operator who approved
      *>             it in CL-APROVADOR and the ControleAprovacao
      *>             request id; a refused request is logged as
      *>             CL-ACAO REJEITAR with both names. Both fields
      *>             stay blank on every other entry, older lines
      *>             included.
      *> 2026-10-15  ReverteManutencao now also undoes SUSPENDER and
      *>             LIBERAR; that REVERTER entry carries the numero in
      *>             both CL-NUMERO-ANTES and CL-NUMERO-DEPOIS and means
      *>             the numero's status was flipped back (S to A or A
      *>             to S).
      *> 2026-10-15  REJEITAR split into REJEITEXCL (refused exclusion)
      *>             and REJEITREV (refused reversal), each carrying the
      *>             numeros of the action refused; the convention is
      *>             documented at CL-ACAO.

       01  CHANGE-LOG-RECORD.
           05  CL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  CL-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
      *> A refused dual-control request is logged under its own
      *> code - REJEITEXCL for an exclusion, REJEITREV for a
      *> reversal - and CL-NUMERO-ANTES / CL-NUMERO-DEPOIS carry
      *> the numeros the refused action would have been logged
      *> with (EXCLUIR: numero / 0; REVERTER: the inverse of the
      *> entry it would have undone).
           05  CL-ACAO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  CL-NUMERO-ANTES       PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  CL-NUMERO-DEPOIS      PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  CL-APROVADOR          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  CL-SOLICITACAO        PIC X(6).
