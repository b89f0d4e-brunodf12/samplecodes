      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout of the dual-control request file
      *>             (aprovacoes.dat) and of the request area passed
      *>             to the ControleAprovacao routine. One record per
      *>             destructive maintenance action awaiting a second
      *>             operator: id, situacao (P=pendente, A=aprovada,
      *>             R=rejeitada, E=expirada), the authorization
      *>             funcao of the action, who asked and when
      *>             (AAAAMMDDHHMMSS), who decided and when, a
      *>             one-line summary for the approver's screen and
      *>             the action's own data, laid out by the program
      *>             that files it.

       01  WS-APROVACAO.
           05  WS-AP-ID              PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-SITUACAO        PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-FUNCAO          PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-SOLICITANTE     PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-SOLICITADO-TS   PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-APROVADOR       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-DECIDIDO-TS     PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-RESUMO          PIC X(60).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AP-DADOS           PIC X(80).
