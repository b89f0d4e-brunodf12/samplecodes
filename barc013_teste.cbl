      *>             date means the resubmitted job skips it
      *>             instead of re-sorting and appending a second
      *>             manifest.
      *> 2026-10-15  Retraction rows (type 'R') are sorted into the
      *>             clean file with the detail rows and count in its
      *>             trailer, the manifest and the summary. The sort key
      *>             now also carries the record class, so a retraction
      *>             is deduplicated only against another retraction of
      *>             the same numero and never swallows, or is swallowed
      *>             by, a detail row.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-NUMERO           PIC 9(10).
           05  SORT-CLASSE           PIC X.
           05  SORT-REGISTRO         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SAIDAREC.

       01  WS-PREV-NUMERO        PIC 9(10) VALUE 0.
       01  WS-PREV-CLASSE        PIC X     VALUE SPACE.
       01  WS-FIRST-ROW-SWITCH   PIC X     VALUE 'Y'.
       01  WS-ROWS-READ          PIC 9(10) VALUE 0.
       01  WS-ROWS-WRITTEN       PIC 9(10) VALUE 0.
       01  WS-DUP-COUNT          PIC 9(10) VALUE 0.
       01  WS-ROWS-RETRATADAS    PIC 9(10) VALUE 0.
       01  WS-CONTROL-SUM        PIC 9(15) VALUE 0.
       01  WS-VALOR-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-HDR-CAPTURED       PIC X     VALUE 'N'.
           CALL 'ControleCiclo' USING WS-CC-FUNCAO WS-CC-ETAPA
               WS-CC-RESULTADO
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-NUMERO SORT-CLASSE
               INPUT PROCEDURE IS SELECT-DETAIL-ROWS
               OUTPUT PROCEDURE IS WRITE-CLEAN-ROWS
           PERFORM GRAVA-MANIFESTO
               WHEN 'E'
                   ADD 1 TO WS-ROWS-READ
                   MOVE WS-SD-NUMERO TO SORT-NUMERO
                   MOVE 'D' TO SORT-CLASSE
                   MOVE SAIDA-RECORD TO SORT-REGISTRO
                   RELEASE SORT-RECORD
               WHEN 'R'
                   ADD 1 TO WS-ROWS-READ
                   MOVE WS-SD-NUMERO TO SORT-NUMERO
                   MOVE 'R' TO SORT-CLASSE
                   MOVE SAIDA-RECORD TO SORT-REGISTRO
                   RELEASE SORT-RECORD
           END-EVALUATE.
           MOVE WS-SAIDA-HEADER TO CLEAN-RECORD
           WRITE CLEAN-RECORD.

      *> A retraction is only a repeat of another retraction of the
      *> same numero - never of the detail row it takes back.
       WRITE-CLEAN-DETAIL-IF-NEW.
           IF WS-FIRST-ROW-SWITCH = 'N'
                   AND SORT-NUMERO = WS-PREV-NUMERO
                   AND SORT-CLASSE = WS-PREV-CLASSE
               ADD 1 TO WS-DUP-COUNT
           ELSE
               MOVE SORT-REGISTRO TO CLEAN-RECORD
               IF WS-SE-TYPE = 'E'
                   ADD WS-SE-VALOR TO WS-VALOR-TOTAL
               END-IF
               IF SORT-CLASSE = 'R'
                   ADD 1 TO WS-ROWS-RETRATADAS
               END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-ROW-SWITCH
           MOVE SORT-NUMERO TO WS-PREV-NUMERO
           MOVE SORT-CLASSE TO WS-PREV-CLASSE.

       WRITE-CLEAN-TRAILER.
           MOVE 'T' TO WS-ST-TYPE
           DISPLAY 'Linhas lidas de saida.txt   : ' WS-ROWS-READ
           DISPLAY 'Linhas gravadas (unicas)    : ' WS-ROWS-WRITTEN
           DISPLAY 'Duplicados removidos        : ' WS-DUP-COUNT
           DISPLAY 'Retratacoes (incluidas)     : '
                   WS-ROWS-RETRATADAS
           DISPLAY '========================================'.
