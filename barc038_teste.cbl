      *>             regeneration from NUMEROS_HIST is still
      *>             possible. Any missing, short or corrupt copy
      *>             sets a non-zero return code for the job stream.
      *> 2026-10-15  Retraction rows (type 'R') in a dated copy count in
      *>             its line count and control sum, matching the
      *>             trailer, which now covers them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE 'Y' TO WS-TEM-HEADER
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   ADD 1 TO WS-DET-COUNT
                   ADD WS-SD-NUMERO TO WS-DET-SUM
                   IF WS-SD-TYPE = 'E'
