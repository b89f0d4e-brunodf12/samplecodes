      *> 2026-09-01  Reads the pending queue from the indexed
      *>             pendencias.idx it moved to (PENDREC layout
      *>             unchanged).
      *> 2026-10-15  NUMEROS_HIST retraction rows (row_type 'R') are
      *>             listed as retractions with their motivo and the
      *>             date of the change, so the trail shows when a
      *>             numero was taken back from the consumers.
      *> 2026-10-15  Rejections in months RotacionaLogs moved out of
      *>             gerarquivosaida.rejhist are read from their archive
      *>             files (found through LocalizaArquivoMorto), oldest
      *>             first, before the live file - the trail still
      *>             reaches back to a numero's first rejection.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT REJHIST-FILE ASSIGN TO WS-REJHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

       01  WS-REGRAS-STATUS      PIC X(2).
       01  WS-MANIFESTO-STATUS   PIC X(2).
       01  WS-REJHIST-STATUS     PIC X(2).
       01  WS-REJHIST-NAME       PIC X(60).

      *> Months already rotated out of the reject history are read
      *> from their archive files, oldest first, before the live
      *> file.
       01  WS-ORIGEM             PIC X(30)
           VALUE 'gerarquivosaida.rejhist'.
       01  WS-MES-DE             PIC X(6)  VALUE '000000'.
       01  WS-MES-ATE            PIC X(6)  VALUE '999999'.
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-PENDENCIA-STATUS   PIC X(2).

       01  WS-NUMERO             PIC 9(10).
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).
       01  WS-VALOR-ED           PIC -(9)9.99.
       01  WS-APARICOES          PIC 9(5)  VALUE 0.

                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0),
                      COALESCE(dt_atualizacao, ' '),
                      COALESCE(motivo, ' ')
               FROM NUMEROS_HIST
               WHERE numero = :WS-NUMERO
               ORDER BY run_date
                   FETCH CURSOR-RASTRO
                       INTO :WS-RUN-DATE, :WS-ROW-TYPE,
                            :WS-FORNECEDOR, :WS-VALOR,
                            :WS-DT-ATUALIZACAO, :WS-MOTIVO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-APARICOES
                       EVALUATE WS-ROW-TYPE
                           WHEN 'E'
                               MOVE WS-VALOR TO WS-VALOR-ED
                               DISPLAY WS-RUN-DATE ' fornecedor '
                                       WS-FORNECEDOR ' valor '
                                       WS-VALOR-ED
                           WHEN 'R'
                               DISPLAY WS-RUN-DATE ' retratado ('
                                       WS-MOTIVO ') em '
                                       WS-DT-ATUALIZACAO
                           WHEN OTHER
                               DISPLAY WS-RUN-DATE
                       END-EVALUATE
                   WHEN 100
                       MOVE 'Y' TO WS-LIST-EOF
                   WHEN OTHER
       MOSTRA-REJEICOES.
           DISPLAY '--- Rejeicoes registradas:'
           MOVE 0 TO WS-REJEICOES-VISTAS
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-REJHIST-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   PERFORM LE-REJEICOES
               END-IF
           END-PERFORM
           MOVE WS-ORIGEM TO WS-REJHIST-NAME
           PERFORM LE-REJEICOES
           IF WS-REJEICOES-VISTAS = 0
               DISPLAY '(nenhuma)'
           END-IF.

      *> The archive's CONTROLE record carries no run date.
       LE-REJEICOES.
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE REJHIST-RECORD TO WS-REJH
                       IF WS-RJH-RUN-DATE IS NUMERIC
                               AND WS-RJH-NUMERO = WS-NUMERO
                           ADD 1 TO WS-REJEICOES-VISTAS
                           DISPLAY WS-RJH-RUN-DATE ' '
                                   WS-RJH-MOTIVO
           IF WS-REJHIST-STATUS NOT = '35'
               CLOSE REJHIST-FILE
           END-IF
           MOVE 'N' TO EOF.

       MOSTRA-PENDENCIAS.
           DISPLAY '--- Pendencias na fila:'
