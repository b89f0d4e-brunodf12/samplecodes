      *>             way the original run's trailer did. Rows loaded
      *>             before the columns existed read back as 'D' and
      *>             regenerate plain, exactly as before.
      *> 2026-10-15  Retraction rows (row_type 'R') in NUMEROS_HIST are
      *>             regenerated as SAIDAREC 'R' rows with their motivo;
      *>             the history keeps only the date of the change, so
      *>             the regenerated timestamp carries it at 00:00:00.
      *>             They count in the trailer's row count and control
      *>             sum, as in the original extract.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).
       01  WS-VALOR-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-EXTRACT-TS         PIC X(26).
                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0),
                      COALESCE(dt_atualizacao, ' '),
                      COALESCE(motivo, ' ')
               FROM NUMEROS_HIST
               WHERE run_date = :WS-RUN-DATE
               ORDER BY numero
                   FETCH CURSOR-REGEN
                       INTO :WS-NUMERO, :WS-ROW-TYPE,
                            :WS-FORNECEDOR, :WS-VALOR,
                            :WS-DT-ATUALIZACAO, :WS-MOTIVO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
           MOVE WS-SAIDA-HEADER TO REGEN-RECORD
           WRITE REGEN-RECORD.

      *> NUMEROS_HIST keeps only the date of a retraction, so the
      *> regenerated 'R' row carries that date at 00:00:00.
       WRITE-DETAIL-RECORD.
           EVALUATE WS-ROW-TYPE
               WHEN 'E'
                   MOVE 'E' TO WS-SE-TYPE
                   MOVE WS-NUMERO TO WS-SE-NUMERO
                   MOVE WS-EXTRACT-TS TO WS-SE-EXTRACT-TS
                   MOVE WS-RUN-ID TO WS-SE-RUN-ID
                   MOVE WS-FORNECEDOR TO WS-SE-FORNECEDOR
                   MOVE WS-VALOR TO WS-SE-VALOR
                   MOVE WS-DT-ATUALIZACAO TO WS-SE-DT-ATUALIZACAO
                   MOVE WS-SAIDA-DETALHE-EXT TO REGEN-RECORD
                   ADD WS-VALOR TO WS-VALOR-TOTAL
               WHEN 'R'
                   MOVE 'R' TO WS-SR-TYPE
                   MOVE WS-NUMERO TO WS-SR-NUMERO
                   MOVE WS-EXTRACT-TS TO WS-SR-EXTRACT-TS
                   MOVE WS-RUN-ID TO WS-SR-RUN-ID
                   MOVE WS-MOTIVO TO WS-SR-MOTIVO
                   MOVE SPACE TO WS-SR-ALTERADO-TS
                   STRING WS-DT-ATUALIZACAO(1:4) DELIMITED BY SIZE
                          WS-DT-ATUALIZACAO(6:2) DELIMITED BY SIZE
                          WS-DT-ATUALIZACAO(9:2) DELIMITED BY SIZE
                          '000000' DELIMITED BY SIZE
                       INTO WS-SR-ALTERADO-TS
                   END-STRING
                   MOVE WS-SAIDA-RETRATACAO TO REGEN-RECORD
               WHEN OTHER
                   MOVE 'D' TO WS-SD-TYPE
                   MOVE WS-NUMERO TO WS-SD-NUMERO
                   MOVE WS-EXTRACT-TS TO WS-SD-EXTRACT-TS
                   MOVE WS-RUN-ID TO WS-SD-RUN-ID
                   MOVE WS-SAIDA-DETAIL TO REGEN-RECORD
           END-EVALUATE
           WRITE REGEN-RECORD
           ADD 1 TO WS-ROWS-WRITTEN
           ADD WS-NUMERO TO WS-CONTROL-SUM.
