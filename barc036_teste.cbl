      *>             section finance actually asked for: for the
      *>             month's extended rows (row_type 'E'), the row
      *>             count and netted valor per fornecedor.
      *> 2026-10-15  When FECHAMENTO_PERIODO names a month RotacionaLogs
      *>             already moved out of gerarquivosaida.rejhist, the
      *>             month's rejects are read from its archive file
      *>             (found through LocalizaArquivoMorto) after the live
      *>             file, so a late closing statement no longer shows
      *>             zero rejects.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REJHIST-FILE ASSIGN TO WS-REJHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-RUNHIST-STATUS     PIC X(2).
       01  WS-REJHIST-STATUS     PIC X(2).
       01  WS-REJHIST-NAME       PIC X(60).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-RELATORIO-NAME     PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-PER-ANO            PIC 9(4).
       01  WS-PER-MES            PIC 9(2).

      *> A month already rotated out of the reject history is read
      *> from its archive file after the live file.
       01  WS-ORIGEM             PIC X(30)
           VALUE 'gerarquivosaida.rejhist'.
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.

       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-RESULTADO      PIC X.
       01  WS-DATA-VALIDA        PIC X.
           END-IF.

       ACUMULA-REJ-HISTORY.
           MOVE WS-ORIGEM TO WS-REJHIST-NAME
           PERFORM LE-REJ-HISTORY
           MOVE WS-PERIODO TO WS-MES-DE
           MOVE WS-PERIODO TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-REJHIST-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   PERFORM LE-REJ-HISTORY
               END-IF
           END-PERFORM.

       LE-REJ-HISTORY.
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
