      *>             the whole set. A partition trailer written
      *>             before the field existed reads back as spaces
      *>             and skips the money check for that partition.
      *> 2026-10-15  Retraction rows (type 'R') from the partitions are
      *>             merged like the detail rows and count in the
      *>             consolidated trailer's row count and control sum,
      *>             which is what each partition trailer now carries;
      *>             they add nothing to the amount total.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   END-IF
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   WRITE SAIDA-RECORD FROM PART-RECORD
                   ADD 1 TO WS-PART-ROWS
                   ADD 1 TO WS-TOTAL-ROWS
