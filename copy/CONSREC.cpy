      *>             consumer's own deadline, so the two cannot
      *>             drift apart - same reason SAIDAREC was shared
      *>             out.
      *> 2026-10-15  New WS-CR-COLUNAS-EXT: whether the consumer is
      *>             entitled to the extended business columns
      *>             (fornecedor, valor, data de atualizacao). 'N' means
      *>             the consumer receives the plain detail layout and
      *>             no amount total; 'S' or blank (records written
      *>             before the field existed) keeps the extended
      *>             layout. RoteiaSaida, EstagiaTransmissao and
      *>             ProcessaConfirmacoes all read it, so the routed
      *>             file, its sidecar and the echo check agree.
      *> 2026-10-15  New delivery frequency (WS-CR-FREQUENCIA): 'D' or
      *>             blank daily, 'S' weekly on WS-CR-DIA-SEMANA
      *>             (1=segunda .. 7=domingo), 'M' on the last
      *>             business day of the month. A weekly or monthly
      *>             consumer's rows accumulate across runs
      *>             (RoteiaSaida) and go out as one file on the
      *>             delivery date AgendaEntrega resolves through
      *>             CalendarioFiscal. Records are now 48 bytes.

       01  WS-CONSUMIDOR-REG.
           05  WS-CR-NOME            PIC X(8).
           05  WS-CR-CONTATO         PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CR-LIMITE-DIAS     PIC 9(2).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CR-COLUNAS-EXT     PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CR-FREQUENCIA      PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CR-DIA-SEMANA      PIC X.
