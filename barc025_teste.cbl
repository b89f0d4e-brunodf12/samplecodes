      *>             for this numero on the 10th?" is answered here.
      *>             Rows loaded before the columns existed read
      *>             back as 'D' and show the date only.
      *> 2026-10-15  A retraction row (row_type 'R') in NUMEROS_HIST is
      *>             shown as a retraction with its motivo and the date
      *>             of the change, instead of as one more extraction of
      *>             the numero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).
       01  WS-VALOR-ED           PIC -(9)9.99.
       01  WS-LIST-EOF           PIC X     VALUE 'N'.
       01  WS-APARICOES          PIC 9(5)  VALUE 0.
                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0),
                      COALESCE(dt_atualizacao, ' '),
                      COALESCE(motivo, ' ')
               FROM NUMEROS_HIST
               WHERE numero = :WS-NUMERO
               ORDER BY run_date
                   FETCH CURSOR-DATAS
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
                               DISPLAY 'Extraido em ' WS-RUN-DATE
                                       ' fornecedor ' WS-FORNECEDOR
                                       ' valor ' WS-VALOR-ED
                                       ' atualizado em '
                                       WS-DT-ATUALIZACAO
                           WHEN 'R'
                               DISPLAY 'Retratado em ' WS-RUN-DATE
                                       ' (' WS-MOTIVO ') alterado em '
                                       WS-DT-ATUALIZACAO
                           WHEN OTHER
                               DISPLAY 'Extraido em ' WS-RUN-DATE
                       END-EVALUATE
                   WHEN 100
                       MOVE 'Y' TO WS-LIST-EOF
                   WHEN OTHER
