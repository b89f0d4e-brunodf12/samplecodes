      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  Shared layout for the supplier remessa
      *>             disposition ledger (remessa_disposicao.dat),
      *>             appended by ProcessaRemessaFornecedor. One 'L'
      *>             line per detail line of a remessa as it was
      *>             taken in (sequence in the supplier's file,
      *>             numero, EST/DUP/REJ and the reason), one 'A'
      *>             line per staging decision taken later (ACE for
      *>             an approved inclusion, DES for a discard), and
      *>             one 'R' line when the remessa's return file has
      *>             been issued. A remessa is identified by the
      *>             fornecedor, the date in its header and the
      *>             AAAAMMDDHHMMSS it was taken in - the same stamp
      *>             its staging entries carry in ES-CARREGADO-TS -
      *>             so a file sent twice is two remessas. The
      *>             staging drops decided entries on its rewrite;
      *>             this ledger is where their outcome survives.

       01  WS-DISPOSICAO.
           05  WS-DP-TIPO            PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-REMESSA-DATA    PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-RECEBIDO-TS     PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-SEQ             PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-NUMERO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-SITUACAO        PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-MOTIVO          PIC X(40).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-USUARIO         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DP-GRAVADO-TS      PIC X(14).
