      *>             window that was never purged. Once restored,
      *>             RegeneraSaida and ConsultaHistorico work on the
      *>             date again as if it had never aged out.
      *> 2026-10-15  Retraction rows (type 'R') in an archived group are
      *>             restored with row_type 'R', their motivo and the
      *>             date of the change, and count against the group
      *>             trailer like the detail rows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-DT-ATUALIZACAO     PIC X(10).
       01  WS-MOTIVO             PIC X(10).

       COPY SAIDAREC.

                           MOVE 0 TO WS-VALOR
                           MOVE SPACE TO WS-DT-ATUALIZACAO
                       END-IF
                       MOVE SPACE TO WS-MOTIVO
                       PERFORM INSERE-LINHA-HIST
                   END-IF
               WHEN 'R'
                   IF WS-NO-GRUPO = 'Y'
                       PERFORM PREPARA-RETRATACAO
                       PERFORM INSERE-LINHA-HIST
                   END-IF
               WHEN 'T'
                   END-IF
           END-EVALUATE.

      *> Only the date of the change is kept in NUMEROS_HIST - the
      *> archive wrote it out at 00:00:00.
       PREPARA-RETRATACAO.
           MOVE ARQUIVO-RECORD TO WS-SAIDA-RETRATACAO
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

       INSERE-LINHA-HIST.
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
