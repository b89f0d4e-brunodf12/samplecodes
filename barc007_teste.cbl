      *>             run that found a divergence does NOT record
      *>             completion, so the recheck after the fix goes
      *>             through.
      *> 2026-10-15  Retraction rows (type 'R') are counted apart: the
      *>             trailer, whose row count now covers them, is
      *>             checked against detail plus retraction rows, while
      *>             the table comparison stays on the detail rows
      *>             alone, since a retracted numero is by definition
      *>             not shipped. They stay out of the duplicate check.
      *> 2026-10-15  A catch-up run's history line (RH-DATA-RECUPERADA
      *>             filled) bounds the incremental table count at the
      *>             end of the replayed day, the same slice the extract
      *>             took, instead of counting every row changed since
      *>             the watermark.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-TABLE-COUNT        PIC 9(10) VALUE 0.
       01  WS-FILE-DETAIL-COUNT  PIC 9(10) VALUE 0.
       01  WS-FILE-RETRAI-COUNT  PIC 9(10) VALUE 0.
       01  WS-FILE-CORPO-COUNT   PIC 9(10) VALUE 0.
       01  WS-TRAILER-COUNT      PIC 9(10) VALUE 0.
       01  WS-DUP-COUNT          PIC 9(10) VALUE 0.
       01  WS-PREV-NUMERO        PIC 9(10) VALUE 0.
       01  WS-LAST-EXTRACT-MODE  PIC X(4)  VALUE 'FULL'.
       01  WS-LAST-WATERMARK     PIC X(26) VALUE
               '0001-01-01-00.00.00.000000'.
       01  WS-LAST-LIMITE        PIC X(26) VALUE
               '9999-12-31-23.59.59.999999'.
       01  WS-LAST-ROWS-REJECTED PIC 9(10) VALUE 0.
       01  WS-LAST-ROWS-SWEPT    PIC 9(10) VALUE 0.
       01  WS-LAST-SUSPENSAS     PIC 9(10) VALUE 0.
                       NOT AT END
                           MOVE RH-EXTRACT-MODE TO WS-LAST-EXTRACT-MODE
                           MOVE RH-WATERMARK-USED TO WS-LAST-WATERMARK
                           PERFORM RESOLVE-LIMITE-RECUPERACAO
                           MOVE RH-ROWS-REJECTED TO
                               WS-LAST-ROWS-REJECTED
                           IF RH-ROWS-SWEPT IS NUMERIC
               MOVE 'N' TO EOF
           END-IF.

      *> A catch-up line (GerarArquivoSaida GERSAIDA_CATCHUP=Y)
      *> extracted only up to the end of its replayed day - the
      *> table count stops at the same point.
       RESOLVE-LIMITE-RECUPERACAO.
           IF RH-DATA-RECUPERADA IS NUMERIC
               MOVE SPACE TO WS-LAST-LIMITE
               STRING RH-DATA-RECUPERADA(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      RH-DATA-RECUPERADA(5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      RH-DATA-RECUPERADA(7:2) DELIMITED BY SIZE
                      '-23.59.59.999999' DELIMITED BY SIZE
                   INTO WS-LAST-LIMITE
           ELSE
               MOVE '9999-12-31-23.59.59.999999' TO WS-LAST-LIMITE
           END-IF.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
                   SELECT COUNT(*) INTO :WS-TABLE-COUNT
                   FROM numeros
                   WHERE dt_atualizacao > :WS-LAST-WATERMARK
                     AND dt_atualizacao <= :WS-LAST-LIMITE
               END-EXEC
           ELSE
               EXEC SQL
                       MOVE SAIDA-RECORD TO WS-SAIDA-DETALHE-EXT
                       ADD WS-SE-VALOR TO WS-FILE-VALOR
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-FILE-RETRAI-COUNT
               WHEN 'T'
                   MOVE SAIDA-RECORD TO WS-SAIDA-TRAILER
                   MOVE WS-ST-ROW-COUNT TO WS-TRAILER-COUNT
      *> predicate did not select them - backed out of the file
      *> count; suspended rows are in the table although the
      *> extract deliberately skipped them - added back in.
      *> Retraction rows stand for numeros no longer shipped, so
      *> they stay out of the table comparison and count only
      *> against the trailer.
       REPORT-RECONCILIATION.
           COMPUTE WS-FILE-PLUS-REJECTS =
               WS-FILE-DETAIL-COUNT + WS-LAST-ROWS-REJECTED
               + WS-LAST-SUSPENSAS - WS-LAST-ROWS-SWEPT
           COMPUTE WS-FILE-CORPO-COUNT =
               WS-FILE-DETAIL-COUNT + WS-FILE-RETRAI-COUNT
           DISPLAY '========================================'
           DISPLAY 'Reconciliacao da extracao'
           DISPLAY 'Modo/marca de agua do run   : '
                   WS-LAST-SUSPENSAS
           DISPLAY 'Det + rej + susp - varrid.  : '
                   WS-FILE-PLUS-REJECTS
           DISPLAY 'Linhas de retratacao        : '
                   WS-FILE-RETRAI-COUNT
           DISPLAY 'Contagem no trailer         : '
                   WS-TRAILER-COUNT
           DISPLAY 'Valores duplicados          : ' WS-DUP-COUNT
               MOVE 'Y' TO WS-MISMATCH-SWITCH
               DISPLAY '*** Divergencia: tabela x arquivo'
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-FILE-CORPO-COUNT
               MOVE 'Y' TO WS-MISMATCH-SWITCH
               DISPLAY '*** Divergencia: trailer x detalhe'
           END-IF
