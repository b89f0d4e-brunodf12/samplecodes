      *>             the date being closed - the same override
      *>             Calculadora takes in CALCULADORA_DATA. Blank
      *>             keeps today; an invalid date refuses the run.
      *> 2026-10-15  Retraction rows (type 'R') pass through unchanged
      *>             like plain 'D' rows - they carry no valor - and
      *>             count in the rebuilt trailer's row count and
      *>             control sum; until now they would have been dropped
      *>             from the revalued file.
      *> 2026-10-15  A calculation date inside a month closed through
      *>             ManutencaoPeriodos (VerificaPeriodo answers F)
      *>             refuses the run with return code 8 before anything
      *>             is read or written; a reopened month reprices as
      *>             before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-DC-VALIDA          PIC X.
       01  WS-VIGENCIA-ACHADA    PIC 9(8).
       01  WS-DATA-HOJE          PIC X(26).
       01  WS-PERIODO            PIC X(6).
       01  WS-PERIODO-SITUACAO   PIC X.

       01  WS-MAPA-EOF           PIC X     VALUE 'N'.
       01  WS-MAPA-COUNT         PIC 9(2)  VALUE 0.
       01  WS-ROWS-REAJUSTADAS   PIC 9(10) VALUE 0.
       01  WS-ROWS-SEM-TAXA      PIC 9(10) VALUE 0.
       01  WS-ROWS-PLANAS        PIC 9(10) VALUE 0.
       01  WS-ROWS-RETRATADAS    PIC 9(10) VALUE 0.
       01  WS-ROWS-WRITTEN       PIC 9(10) VALUE 0.
       01  WS-CONTROL-SUM        PIC 9(15) VALUE 0.
       01  WS-VALOR-TOTAL        PIC S9(13)V99 VALUE 0.
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VERIFICA-PERIODO-FECHADO.

      *> Repricing as of a date inside a closed month would restate
      *> figures already signed off - the run is refused.
       VERIFICA-PERIODO-FECHADO.
           MOVE WS-DATA-CALCULO TO WS-DATA-CALC-TXT
           MOVE WS-DATA-CALC-TXT(1:6) TO WS-PERIODO
           CALL 'VerificaPeriodo' USING WS-PERIODO
               WS-PERIODO-SITUACAO
           IF WS-PERIODO-SITUACAO = 'F'
               DISPLAY 'Periodo ' WS-PERIODO ' fechado - reajuste '
                       'recusado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATES.
                   WRITE SAIDA-REAJ-RECORD FROM ENTRADA-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
                   ADD WS-SD-NUMERO TO WS-CONTROL-SUM
               WHEN 'R'
      *> Uma retratacao tambem nao carrega valor - passa inalterada.
                   ADD 1 TO WS-ROWS-RETRATADAS
                   WRITE SAIDA-REAJ-RECORD FROM ENTRADA-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
                   ADD WS-SD-NUMERO TO WS-CONTROL-SUM
               WHEN 'T'
                   PERFORM GRAVA-TRAILER-REAJUSTADO
           END-EVALUATE.
           DISPLAY 'Linhas sem taxa           : '
                   WS-ROWS-SEM-TAXA
           DISPLAY 'Linhas planas (sem valor) : ' WS-ROWS-PLANAS
           DISPLAY 'Retratacoes (sem valor)   : '
                   WS-ROWS-RETRATADAS
           MOVE WS-TOTAL-ORIGINAL TO WS-VALOR-ED
           DISPLAY 'Total original            : ' WS-VALOR-ED
           MOVE WS-TOTAL-REAJUSTADO TO WS-VALOR-ED
