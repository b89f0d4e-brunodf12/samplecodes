      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout for the numero range allocation
      *>             registry (faixas_fornecedor.dat), maintained by
      *>             ManutencaoFaixas and read by
      *>             VerificaFaixaFornecedor. One line per block of
      *>             numeros handed to a compras.fornecedores codigo:
      *>             first and last numero of the block (both
      *>             inclusive), status A=ativa R=retirada, and who
      *>             last touched it and when (AAAAMMDDHHMMSS). A
      *>             retired block stays on the file as history but
      *>             no longer authorizes a numero.

       01  WS-FAIXA.
           05  WS-FX-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FX-INICIO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FX-FIM             PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FX-STATUS          PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FX-USUARIO         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-FX-ATUALIZADO-TS   PIC X(14).
