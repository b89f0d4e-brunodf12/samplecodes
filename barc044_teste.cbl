      *>             status-checked like every other open here, and
      *>             the sidecar/audit/staged-count block only runs
      *>             when both went through.
      *> 2026-10-15  Retraction rows (type 'R') are staged like the
      *>             detail rows: filtered by the consumer's numero
      *>             ranges when the staging is filtered, and counted in
      *>             the recomputed trailer's row count and control sum.
      *> 2026-10-15  Reads the consumer registry (consumidores.dat). A
      *>             consumer flagged as not entitled to the extended
      *>             columns gets every 'E' row staged in the plain 'D'
      *>             layout, in both modes, and the staged trailer and
      *>             the .ctl sidecar carry a zero amount total,
      *>             matching the file RoteiaSaida routed to that
      *>             consumer.
      *> 2026-10-15  Weekly and month-end consumers (consumidores.dat's
      *>             new delivery frequency) have a file only on their
      *>             delivery date: on the other nights the missing
      *>             saida_<consumidor>.txt is reported as accumulating,
      *>             not as a missing origin, and a night when every
      *>             consumer is accumulating is not a failure. A period
      *>             file is staged with its run list
      *>             (saida_<consumidor>.man, from RoteiaSaida) beside
      *>             it in the outbox, under the period's run id.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT REGISTRO-CONS-FILE ASSIGN TO 'consumidores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT LISTA-ORIGEM-FILE ASSIGN TO WS-LISTA-ORIGEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-ORIGEM-STATUS.

           SELECT LISTA-DESTINO-FILE ASSIGN TO WS-LISTA-DESTINO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-DESTINO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGEM-FILE.
           05  FILLER                PIC X     VALUE SPACE.
           05  TR-ARQUIVO            PIC X(70).

       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

       FD  LISTA-ORIGEM-FILE.
       01  LISTA-ORIGEM-RECORD   PIC X(98).

       FD  LISTA-DESTINO-FILE.
       01  LISTA-DESTINO-RECORD  PIC X(98).

       WORKING-STORAGE SECTION.
       01  EOF                   PIC X     VALUE 'N'.
       01  WS-ORIGEM-STATUS      PIC X(2).
       01  WS-SIDECAR-STATUS     PIC X(2).
       01  WS-REGRAS-STATUS      PIC X(2).
       01  WS-TRANSLOG-STATUS    PIC X(2).
       01  WS-REGISTRO-STATUS    PIC X(2).
       01  WS-ORIGEM-NAME        PIC X(70).
       01  WS-DESTINO-NAME       PIC X(70).
       01  WS-SIDECAR-NAME       PIC X(70).
       01  WS-CONS-ATUAL         PIC X(8).
       01  WS-FILTRA             PIC X.
       01  WS-PERTENCE           PIC X.
       01  WS-REG-EOF            PIC X     VALUE 'N'.
       01  WS-REG-COUNT          PIC 9(2)  VALUE 0.
       01  WS-REG-MAXIMO         PIC 9(2)  VALUE 10.
       01  WS-REG-TABELA.
           05  WS-REG-ENTRADA    OCCURS 10 TIMES.
               10  WS-RG-NOME        PIC X(8).
               10  WS-RG-COLUNAS-EXT PIC X.
               10  WS-RG-FREQUENCIA  PIC X.
       01  WS-REG-IDX            PIC 9(2).
       01  WS-CONS-RESTRITO      PIC X     VALUE 'N'.
       01  WS-CONS-ACUMULA       PIC X     VALUE 'N'.
       01  WS-ACUMULANDO         PIC 9(2)  VALUE 0.
       01  WS-LISTA-ORIGEM-STATUS  PIC X(2).
       01  WS-LISTA-DESTINO-STATUS PIC X(2).
       01  WS-LISTA-ORIGEM-NAME  PIC X(70).
       01  WS-LISTA-DESTINO-NAME PIC X(70).
       01  WS-LISTA-EOF          PIC X.

       COPY CONSREC.

       COPY SAIDAREC.

           PERFORM LOAD-USUARIO
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-REGRAS
           PERFORM CARREGA-REGISTRO-CONS
           IF WS-MODO = 'RETRANS'
               PERFORM RETRANSMITE-ENTREGA
           ELSE
               PERFORM ESTAGIA-TODOS
           END-IF
           DISPLAY 'Arquivos estagiados: ' WS-ESTAGIADOS
           IF WS-ACUMULANDO > 0
               DISPLAY 'Consumidores acumulando: ' WS-ACUMULANDO
           END-IF
           IF WS-ESTAGIADOS = 0 AND WS-ACUMULANDO < WS-CONS-COUNT
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
               END-IF
           END-IF.

       CARREGA-REGISTRO-CONS.
           OPEN INPUT REGISTRO-CONS-FILE
           IF WS-REGISTRO-STATUS NOT = '00'
               MOVE 'Y' TO WS-REG-EOF
           END-IF
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ REGISTRO-CONS-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       PERFORM GUARDA-REGISTRO-CONS
               END-READ
           END-PERFORM
           IF WS-REGISTRO-STATUS NOT = '35'
               CLOSE REGISTRO-CONS-FILE
           END-IF.

       GUARDA-REGISTRO-CONS.
           MOVE REGISTRO-CONS-RECORD TO WS-CONSUMIDOR-REG
           IF WS-CR-NOME = SPACE
               CONTINUE
           ELSE
               IF WS-REG-COUNT >= WS-REG-MAXIMO
                   DISPLAY 'Mais de ' WS-REG-MAXIMO
                           ' consumidores no registro - '
                           'excedente ignorado.'
                   MOVE 'Y' TO WS-REG-EOF
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-CR-NOME TO WS-RG-NOME(WS-REG-COUNT)
                   MOVE WS-CR-COLUNAS-EXT TO
                       WS-RG-COLUNAS-EXT(WS-REG-COUNT)
                   MOVE WS-CR-FREQUENCIA TO
                       WS-RG-FREQUENCIA(WS-REG-COUNT)
               END-IF
           END-IF.

      *> Same rule RoteiaSaida applies: only an explicit 'N' in
      *> the registry restricts the consumer to the plain layout.
       RESOLVE-COLUNAS-CONS.
           MOVE 'N' TO WS-CONS-RESTRITO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-CONS-ATUAL
                       AND WS-RG-COLUNAS-EXT(WS-REG-IDX) = 'N'
                   MOVE 'Y' TO WS-CONS-RESTRITO
               END-IF
           END-PERFORM.

      *> A weekly or month-end consumer has a file only on its
      *> delivery date; on the other nights RoteiaSaida leaves
      *> nothing to stage and that is not a missing file.
       RESOLVE-FREQUENCIA-CONS.
           MOVE 'N' TO WS-CONS-ACUMULA
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-CONS-ATUAL
                       AND (WS-RG-FREQUENCIA(WS-REG-IDX) = 'S'
                       OR WS-RG-FREQUENCIA(WS-REG-IDX) = 'M')
                   MOVE 'Y' TO WS-CONS-ACUMULA
               END-IF
           END-PERFORM.

      *> Default mode: every consumer file RoteiaSaida left behind
      *> is moved into that consumer's outbox - copied whole, no
      *> filtering, and the original removed once staged.
           PERFORM ESTAGIA-UM-ARQUIVO.

       ESTAGIA-UM-ARQUIVO.
           PERFORM RESOLVE-COLUNAS-CONS
           PERFORM RESOLVE-FREQUENCIA-CONS
           MOVE 0 TO WS-ROWS-COPIADAS
           MOVE 0 TO WS-CONTROL-SUM
           MOVE 0 TO WS-VALOR-TOTAL
           MOVE 'N' TO WS-TEM-TRAILER
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = '00'
               IF WS-FILTRA = 'N' AND WS-CONS-ACUMULA = 'Y'
                   ADD 1 TO WS-ACUMULANDO
                   DISPLAY WS-CONS-ATUAL ' acumulando ate a data '
                           'de entrega - nada a estagiar.'
               ELSE
                   DISPLAY '*** Origem ausente: '
                           FUNCTION TRIM(WS-ORIGEM-NAME)
               END-IF
           ELSE
               PERFORM IDENTIFICA-RUN-ID
               PERFORM MONTA-NOMES-DESTINO
                               CALL 'CBL_DELETE_FILE' USING
                                   WS-ORIGEM-NAME
                                   RETURNING WS-DELETE-RC
                               PERFORM ESTAGIA-LISTA-PERIODO
                           END-IF
                           DISPLAY WS-CONS-ATUAL
                                   ' estagiado em '
                   WRITE DESTINO-RECORD FROM ORIGEM-RECORD
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   IF WS-FILTRA = 'Y'
                       PERFORM VERIFICA-PERTINENCIA
                   ELSE
                       MOVE 'Y' TO WS-PERTENCE
                   END-IF
                   IF WS-PERTENCE = 'Y'
                       PERFORM COPIA-DETALHE
                   END-IF
               WHEN 'T'
                   MOVE ORIGEM-RECORD TO WS-SAIDA-TRAILER
                   MOVE 'Y' TO WS-TEM-TRAILER
                   IF WS-CONS-RESTRITO = 'Y'
                       MOVE 0 TO WS-ST-VALOR-TOTAL
                   END-IF
                   IF WS-FILTRA = 'N'
                       WRITE DESTINO-RECORD FROM WS-SAIDA-TRAILER
                   END-IF
           END-EVALUATE.

      *> A consumer not entitled to the extended columns never
      *> gets an 'E' row out of the outbox, whatever the source
      *> file held: the row goes out in the plain 'D' layout and
      *> adds nothing to the amount total.
       COPIA-DETALHE.
           IF WS-SD-TYPE = 'E' AND WS-CONS-RESTRITO = 'Y'
               MOVE ORIGEM-RECORD TO WS-SAIDA-DETALHE-EXT
               MOVE SPACES TO WS-SAIDA-DETAIL
               MOVE 'D' TO WS-SD-TYPE
               MOVE WS-SE-EXTRACT-TS TO WS-SD-EXTRACT-TS
               MOVE WS-SE-RUN-ID TO WS-SD-RUN-ID
               MOVE WS-SE-NUMERO TO WS-SD-NUMERO
               WRITE DESTINO-RECORD FROM WS-SAIDA-DETAIL
           ELSE
               WRITE DESTINO-RECORD FROM ORIGEM-RECORD
               IF WS-SD-TYPE = 'E'
                   MOVE ORIGEM-RECORD TO WS-SAIDA-DETALHE-EXT
                   ADD WS-SE-VALOR TO WS-VALOR-TOTAL
               END-IF
           END-IF
           ADD 1 TO WS-ROWS-COPIADAS
           ADD WS-SD-NUMERO TO WS-CONTROL-SUM.

       VERIFICA-PERTINENCIA.
           MOVE 'N' TO WS-PERTENCE
           PERFORM VARYING WS-I FROM 1 BY 1
               MOVE 'Y' TO WS-SIDECAR-OK
           END-IF.

      *> A period file travels with the list of the runs it
      *> carries (saida_<consumidor>.man from RoteiaSaida), staged
      *> beside it under the same run id.
       ESTAGIA-LISTA-PERIODO.
           MOVE SPACE TO WS-LISTA-ORIGEM-NAME
           STRING 'saida_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                  '.man' DELIMITED BY SIZE
               INTO WS-LISTA-ORIGEM-NAME
           OPEN INPUT LISTA-ORIGEM-FILE
           IF WS-LISTA-ORIGEM-STATUS = '00'
               MOVE SPACE TO WS-LISTA-DESTINO-NAME
               STRING FUNCTION TRIM(WS-OUTBOX-DIR) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                      '/saida_' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-ID-ARQ) DELIMITED BY SIZE
                      '.man' DELIMITED BY SIZE
                   INTO WS-LISTA-DESTINO-NAME
               OPEN OUTPUT LISTA-DESTINO-FILE
               IF WS-LISTA-DESTINO-STATUS NOT = '00'
                   DISPLAY '*** Lista do periodo nao estagiada ('
                           FUNCTION TRIM(WS-LISTA-DESTINO-NAME)
                           ') - status ' WS-LISTA-DESTINO-STATUS
                   MOVE 1 TO RETURN-CODE
                   CLOSE LISTA-ORIGEM-FILE
               ELSE
                   MOVE 'N' TO WS-LISTA-EOF
                   PERFORM UNTIL WS-LISTA-EOF = 'Y'
                       READ LISTA-ORIGEM-FILE
                           AT END
                               MOVE 'Y' TO WS-LISTA-EOF
                           NOT AT END
                               WRITE LISTA-DESTINO-RECORD
                                   FROM LISTA-ORIGEM-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-ORIGEM-FILE
                   CLOSE LISTA-DESTINO-FILE
                   CALL 'CBL_DELETE_FILE' USING WS-LISTA-ORIGEM-NAME
                       RETURNING WS-DELETE-RC
               END-IF
           END-IF.

       GRAVA-TRANSLOG.
           MOVE SPACES TO TRANSLOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
