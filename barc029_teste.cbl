      *>             routine) are reported as unacknowledged
      *>             hand-offs, so "we never got Tuesday's file" is
      *>             settled by the tracking, not by argument.
      *> 2026-10-15  The echo check follows the registry's extended-
      *>             columns flag (CONSREC WS-CR-COLUNAS-EXT): for a
      *>             consumer restricted to the plain layout the
      *>             expected amount total is zero, as RoteiaSaida and
      *>             EstagiaTransmissao wrote it, so a restricted
      *>             consumer echoing any amount is flagged divergent.
      *> 2026-10-15  consumidores.dat read at the full 48-byte CONSREC
      *>             record, delivery frequency included.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  MANIFESTO-RECORD      PIC X(119).

       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

       FD  CONFIRMACAO-FILE.
       01  CONFIRMACAO-RECORD.
               10  WS-RG-NOME        PIC X(8).
               10  WS-RG-CONTATO     PIC X(30).
               10  WS-RG-LIMITE      PIC 9(2).
               10  WS-RG-COLUNAS-EXT PIC X.
       01  WS-REG-IDX            PIC 9(2).
       01  WS-LIMITE-EFETIVO     PIC 9(2).
       01  WS-CONTATO-EFETIVO    PIC X(30).
       01  WS-CONS-RESTRITO      PIC X.
       01  WS-VALOR-ESPERADO     PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
       01  WS-CONFERE-VALOR      PIC X.

       COPY CONSREC.

                       WS-RG-CONTATO(WS-REG-COUNT)
                   MOVE WS-CR-LIMITE-DIAS TO
                       WS-RG-LIMITE(WS-REG-COUNT)
                   MOVE WS-CR-COLUNAS-EXT TO
                       WS-RG-COLUNAS-EXT(WS-REG-COUNT)
               END-IF
           END-IF.

      *> The registered consumer's own deadline wins; a consumer
      *> not in the registry - and the combined-file manifests,
      *> which carry no consumer - keep the run default. The same
      *> lookup tells whether the consumer was restricted to the
      *> plain layout (explicit 'N' only, as RoteiaSaida reads it).
       RESOLVE-LIMITE-CONSUMIDOR.
           MOVE WS-LIMITE-DIAS TO WS-LIMITE-EFETIVO
           MOVE SPACE TO WS-CONTATO-EFETIVO
           MOVE 'N' TO WS-CONS-RESTRITO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-MF-CONSUMIDOR
                       WS-LIMITE-EFETIVO
                   MOVE WS-RG-CONTATO(WS-REG-IDX) TO
                       WS-CONTATO-EFETIVO
                   IF WS-RG-COLUNAS-EXT(WS-REG-IDX) = 'N'
                       MOVE 'Y' TO WS-CONS-RESTRITO
                   END-IF
               END-IF
           END-PERFORM.

      *> The echoed count and sum have to match what was sent; a
      *> mismatch is confirmed receipt of the WRONG content and is
      *> flagged, not quietly marked ok. A consumer restricted to
      *> the plain layout was sent no amounts: its manifest total
      *> is zero and an echoed total other than zero means it got
      *> columns it is not entitled to.
       CONFIRMA-MANIFESTO.
           PERFORM RESOLVE-LIMITE-CONSUMIDOR
           MOVE 'N' TO WS-CONFERE-VALOR
           IF WS-CONS-RESTRITO = 'Y'
               MOVE 0 TO WS-VALOR-ESPERADO
               MOVE 'Y' TO WS-CONFERE-VALOR
           ELSE
               IF WS-MF-VALOR-TOTAL IS NUMERIC
                   MOVE WS-MF-VALOR-TOTAL TO WS-VALOR-ESPERADO
                   MOVE 'Y' TO WS-CONFERE-VALOR
               END-IF
           END-IF
           IF ACK-ROW-COUNT NOT = WS-MF-ROW-COUNT
                   OR ACK-CONTROL-SUM NOT = WS-MF-CONTROL-SUM
               ADD 1 TO WS-ACKS-DIVERGENTES
               DISPLAY '*** Confirmacao divergente para '
                       ACK-RUN-ID ' - contagem/soma nao conferem.'
           ELSE
           IF WS-CONFERE-VALOR = 'Y'
                   AND ACK-VALOR-TOTAL IS NUMERIC
                   AND ACK-VALOR-TOTAL NOT = WS-VALOR-ESPERADO
               ADD 1 TO WS-ACKS-DIVERGENTES
               DISPLAY '*** Confirmacao divergente para '
                       ACK-RUN-ID ' - total em valor nao confere.'
