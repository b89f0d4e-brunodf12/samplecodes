      *>             return code so the job stream flags it. A
      *>             trailer written before the field existed reads
      *>             back as spaces and skips the money check.
      *> 2026-10-15  Retraction rows (type 'R') are totalled with the
      *>             detail rows, so the row count and grand total keep
      *>             matching the trailer's row count and control sum,
      *>             which now cover them; they carry no valor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   NOT AT END
                       MOVE SAIDA-RECORD TO WS-SAIDA-DETAIL
                       IF WS-SD-TYPE = 'D' OR WS-SD-TYPE = 'E'
                               OR WS-SD-TYPE = 'R'
                           ADD 1 TO WS-BATCH-COUNT
                           MOVE WS-SD-NUMERO TO
                               WS-BATCH-NUMBER(WS-BATCH-COUNT)
