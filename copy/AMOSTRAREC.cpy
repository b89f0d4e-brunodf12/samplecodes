      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Layout of an audit sample file
      *>             (amostra_AAAAMMDD.dat, one per run date). A
      *>             header line ('H') with what the draw used and
      *>             who signed the sample off, then one line ('L')
      *>             per sampled row: its sequence on the worksheet,
      *>             numero, row type, fornecedor and valor as
      *>             shipped, and the auditor's result - situacao
      *>             (P=pendente, C=confirmada, D=divergencia), who
      *>             verified it, when (AAAAMMDDHHMMSS) and a note.
      *>             Both lines are 120 bytes.

       01  WS-AMOSTRA-CAB.
           05  WS-AH-TIPO            PIC X(1)  VALUE 'H'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-RUN-DATE        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-SEMENTE         PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-TAMANHO         PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-SORTEADAS       PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-POPULACAO       PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-ESTRATIFICADA   PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-ESTRATOS        PIC 9(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-SORTEADO-POR    PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-SORTEADO-TS     PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-SITUACAO        PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-ENCERRADO-POR   PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AH-ENCERRADO-TS    PIC X(14).
           05  FILLER                PIC X(23) VALUE SPACE.

       01  WS-AMOSTRA-LINHA.
           05  WS-AL-TIPO            PIC X(1)  VALUE 'L'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-SEQ             PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-NUMERO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-ROW-TYPE        PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-VALOR           PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-SITUACAO        PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-VERIFICADO-POR  PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-VERIFICADO-TS   PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AL-NOTA            PIC X(50).
