      *>             purged. Rows from before the columns existed
      *>             archive as plain 'D' rows with a zero total,
      *>             as before.
      *> 2026-10-15  Retraction rows (row_type 'R') are archived as
      *>             SAIDAREC 'R' rows carrying their motivo and the
      *>             date of the change, and count in the per-date
      *>             trailer's row count and control sum like the detail
      *>             rows.
      *> 2026-10-15  Only run dates of a month closed through
      *>             ManutencaoPeriodos (VerificaPeriodo answers F) are
      *>             archived and purged; a past-window run date of a
      *>             month never closed, or reopened, is kept, listed
      *>             and counted in the summary until its month is
      *>             closed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).
       01  WS-ROWS-DATE          PIC 9(10) VALUE 0.
       01  WS-SUM-DATE           PIC 9(15) VALUE 0.
       01  WS-VALOR-DATE         PIC S9(13)V99 VALUE 0.
       01  WS-ARQUIVO-OK         PIC X     VALUE 'Y'.
       01  WS-DATES-PURGED       PIC 9(3)  VALUE 0.
       01  WS-ROWS-PURGED        PIC 9(10) VALUE 0.
       01  WS-DATES-RETIDAS      PIC 9(3)  VALUE 0.
       01  WS-PERIODO            PIC X(6).
       01  WS-PERIODO-SITUACAO   PIC X.
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-EXTRACT-TS         PIC X(26).
       01  WS-RUN-ID             PIC X(10).
                       UNTIL WS-I > WS-DATA-COUNT
                   IF WS-I > WS-MANTER
                       MOVE WS-DT-RUN-DATE(WS-I) TO WS-RUN-DATE
                       PERFORM VERIFICA-PERIODO-FECHADO
                       IF WS-PERIODO-SITUACAO = 'F'
                           PERFORM EXPURGA-UMA-DATA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-FILE
               MOVE WS-RUN-DATE TO WS-DT-RUN-DATE(WS-DATA-COUNT)
           END-IF.

      *> Only a closed month leaves the table - a month never
      *> closed, or reopened, may still change, so its run dates
      *> stay in NUMEROS_HIST past the window until it is closed.
       VERIFICA-PERIODO-FECHADO.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIODO
           CALL 'VerificaPeriodo' USING WS-PERIODO
               WS-PERIODO-SITUACAO
           IF WS-PERIODO-SITUACAO NOT = 'F'
               ADD 1 TO WS-DATES-RETIDAS
               DISPLAY 'Run date ' WS-RUN-DATE ' NAO expurgada - '
                       'periodo ' WS-PERIODO ' nao fechado.'
           END-IF.

       ABRE-ARQUIVO-MORTO.
           OPEN EXTEND ARQUIVO-FILE
           IF WS-ARQUIVO-STATUS NOT = '00'
                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0),
                      COALESCE(dt_atualizacao, ' '),
                      COALESCE(motivo, ' ')
               FROM NUMEROS_HIST
               WHERE run_date = :WS-RUN-DATE
               ORDER BY numero
                   FETCH CURSOR-LINHAS
                       INTO :WS-NUMERO, :WS-ROW-TYPE,
                            :WS-FORNECEDOR, :WS-VALOR,
                            :WS-DT-ATUALIZACAO, :WS-MOTIVO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
           MOVE WS-SAIDA-HEADER TO ARQUIVO-RECORD
           WRITE ARQUIVO-RECORD.

      *> A retraction's date goes out at 00:00:00 and
      *> RestauraHistorico takes just the date back, so the archive
      *> round trip is exact.
       GRAVA-DETALHE-ARQUIVO.
           EVALUATE WS-ROW-TYPE
               WHEN 'E'
                   MOVE 'E' TO WS-SE-TYPE
                   MOVE WS-NUMERO TO WS-SE-NUMERO
                   MOVE WS-EXTRACT-TS TO WS-SE-EXTRACT-TS
                   MOVE WS-RUN-ID TO WS-SE-RUN-ID
                   MOVE WS-FORNECEDOR TO WS-SE-FORNECEDOR
                   MOVE WS-VALOR TO WS-SE-VALOR
                   MOVE WS-DT-ATUALIZACAO TO WS-SE-DT-ATUALIZACAO
                   MOVE WS-SAIDA-DETALHE-EXT TO ARQUIVO-RECORD
                   ADD WS-VALOR TO WS-VALOR-DATE
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
                   MOVE WS-SAIDA-RETRATACAO TO ARQUIVO-RECORD
               WHEN OTHER
                   MOVE 'D' TO WS-SD-TYPE
                   MOVE WS-NUMERO TO WS-SD-NUMERO
                   MOVE WS-EXTRACT-TS TO WS-SD-EXTRACT-TS
                   MOVE WS-RUN-ID TO WS-SD-RUN-ID
                   MOVE WS-SAIDA-DETAIL TO ARQUIVO-RECORD
           END-EVALUATE
           WRITE ARQUIVO-RECORD
           ADD 1 TO WS-ROWS-DATE
           ADD WS-NUMERO TO WS-SUM-DATE.
           DISPLAY 'Janela mantida (run dates) : ' WS-MANTER
           DISPLAY 'Run dates expurgadas       : ' WS-DATES-PURGED
           DISPLAY 'Linhas expurgadas          : ' WS-ROWS-PURGED
           DISPLAY 'Retidas (periodo aberto)   : ' WS-DATES-RETIDAS
           DISPLAY '========================================'.

       DISCONNECT-DB.
