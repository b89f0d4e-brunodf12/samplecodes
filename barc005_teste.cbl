      *>             (shared EVENTREC layout, via the RegistraEvento
      *>             routine) to the operations event file, instead
      *>             of being only a DISPLAY nobody reads.
      *> 2026-10-15  Retraction rows (type 'R') now load into
      *>             NUMEROS_HIST with row_type 'R', the reason in a new
      *>             motivo column (blank on 'D'/'E' rows, NULL on rows
      *>             loaded before it existed) and the date of the
      *>             change in dt_atualizacao. They count in the
      *>             reconciliation against the trailer, whose row count
      *>             and control sum now cover them.
      *> 2026-10-15  A saida.txt whose header run date falls in a month
      *>             closed through ManutencaoPeriodos (VerificaPeriodo
      *>             answers F) is refused before any row is inserted:
      *>             return code 8 and an event, and the step is not
      *>             marked complete. A reopened month reloads as
      *>             before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).
       01  WS-CC-FUNCAO          PIC X.
       01  WS-CC-ETAPA           PIC X(12).
       01  WS-CC-RESULTADO       PIC X.
       01  WS-PERIODO            PIC X(6).
       01  WS-PERIODO-SITUACAO   PIC X.

       COPY SAIDAREC.

                   MOVE SAIDA-RECORD TO WS-SAIDA-HEADER
                   MOVE WS-SH-RUN-DATE TO WS-RUN-DATE
                   MOVE WS-SH-SOURCE-TABLE TO WS-SOURCE-TABLE
                   PERFORM VERIFICA-PERIODO-FECHADO
               WHEN 'D'
               WHEN 'E'
                   MOVE WS-SD-TYPE TO WS-ROW-TYPE
                       MOVE 0 TO WS-VALOR
                       MOVE SPACE TO WS-DT-ATUALIZACAO
                   END-IF
                   MOVE SPACE TO WS-MOTIVO
                   PERFORM INSERT-HIST-ROW
               WHEN 'R'
                   PERFORM PREPARA-RETRATACAO
                   PERFORM INSERT-HIST-ROW
               WHEN 'T'
                   MOVE SAIDA-RECORD TO WS-SAIDA-TRAILER
                   DISPLAY 'Registro de saida.txt com tipo invalido'
           END-EVALUATE.

      *> A run date in a closed month is not reloaded - the header
      *> comes first, so nothing has been inserted yet when the
      *> load is refused.
       VERIFICA-PERIODO-FECHADO.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIODO
           CALL 'VerificaPeriodo' USING WS-PERIODO
               WS-PERIODO-SITUACAO
           IF WS-PERIODO-SITUACAO = 'F'
               DISPLAY 'Run date ' WS-RUN-DATE ' em periodo '
                       'fechado - recarga recusada.'
               MOVE 'RECARGA RECUSADA - PERIODO FECHADO'
                   TO WS-EV-MENSAGEM
               MOVE WS-SH-RUN-ID TO WS-ST-RUN-ID
               PERFORM GRAVA-EVENTO
               CLOSE SAIDA-FILE
               PERFORM DISCONNECT-DB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A retraction keeps its reason in the motivo column and the
      *> date it was made in dt_atualizacao - for a retraction that
      *> IS the date the numero last changed.
       PREPARA-RETRATACAO.
           MOVE SAIDA-RECORD TO WS-SAIDA-RETRATACAO
           MOVE 'R' TO WS-ROW-TYPE
           MOVE SPACE TO WS-FORNECEDOR
           MOVE 0 TO WS-VALOR
           MOVE WS-SR-MOTIVO TO WS-MOTIVO
           MOVE SPACE TO WS-DT-ATUALIZACAO
           STRING WS-SR-ALTERADO-TS(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SR-ALTERADO-TS(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SR-ALTERADO-TS(7:2) DELIMITED BY SIZE
               INTO WS-DT-ATUALIZACAO
           END-STRING.

      *> The presence check keys on run date + numero - exactly
      *> what a rerun after an abend would try to insert twice.
       INSERT-HIST-ROW.
           EXEC SQL
               INSERT INTO NUMEROS_HIST
                   (numero, run_date, row_type,
                    fornecedor, valor, dt_atualizacao, motivo)
               VALUES (:WS-SD-NUMERO, :WS-RUN-DATE, :WS-ROW-TYPE,
                       :WS-FORNECEDOR, :WS-VALOR,
                       :WS-DT-ATUALIZACAO, :WS-MOTIVO)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao inserir no historico, SQLCODE: '
