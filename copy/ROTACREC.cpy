      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Layouts of the monthly log rotation. The
      *>             catalog (rotacao.cat, one line per month moved
      *>             out of an operational file) is what readers
      *>             consult, through LocalizaArquivoMorto, to find a
      *>             month that is no longer in the live file. The
      *>             control record closes every batch appended to
      *>             an archive file (origin, month, count, first
      *>             and last entry keys); it starts with CONTROLE
      *>             so a reader's date test never takes it for an
      *>             entry.

       01  WS-ROT-CATALOGO.
           05  WS-RC-ORIGEM          PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RC-MES             PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RC-ARQUIVO         PIC X(60).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RC-REGISTROS       PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RC-TIMESTAMP       PIC X(26).

       01  WS-ROT-CONTROLE.
           05  WS-RT-MARCA           PIC X(8)  VALUE 'CONTROLE'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-ORIGEM          PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-MES             PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-REGISTROS       PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-PRIMEIRO        PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-ULTIMO          PIC X(14).
