      *>             unclaimed rows or a missing header does NOT
      *>             record completion, so the fixed rerun goes
      *>             through.
      *> 2026-10-15  Retraction rows (type 'R') are routed by numero
      *>             range like the detail rows, so each consumer is
      *>             told to drop exactly the numeros it was sent; they
      *>             count in the consumer trailer and manifest rows and
      *>             control sum, and an 'R' row no rule claims is
      *>             flagged as unrouted.
      *> 2026-10-15  Consumers flagged 'N' in the registry's new
      *>             extended-columns field (CONSREC WS-CR-COLUNAS-EXT)
      *>             receive the plain detail layout: each 'E' row
      *>             routed to them is written as a 'D' row with the
      *>             same numero, and their trailer and manifest amount
      *>             total stay zero. The routing summary marks the
      *>             restricted consumers and counts them.
      *> 2026-10-15  Weekly and month-end consumers (consumidores.dat's
      *>             new delivery frequency): their rows accumulate
      *>             across runs in acumulado_<consumidor>.dat, one
      *>             whole slice per run, and no file or manifest goes
      *>             out until the run reaches the delivery date of the
      *>             oldest run held, resolved by AgendaEntrega through
      *>             CalendarioFiscal. On that run
      *>             saida_<consumidor>.txt is the period file - its own
      *>             header (run id 'P' plus the delivery date), every
      *>             row held and one trailer over the whole period -
      *>             with saida_<consumidor>.man and
      *>             manifesto_periodo.dat listing the runs it carries
      *>             and one manifesto.dat record for the file. A
      *>             resubmitted run replaces its own slice, and
      *>             resubmitting the delivering run takes the delivered
      *>             period (acumulado_<consumidor>.ent) back and
      *>             delivers it again.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT ACUM-IN-FILE ASSIGN TO WS-COPIA-DE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUM-IN-STATUS.

           SELECT ACUM-OUT-FILE ASSIGN TO WS-COPIA-PARA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUM-OUT-STATUS.

           SELECT LISTA-FILE ASSIGN TO WS-LISTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.

           SELECT PERIODO-FILE ASSIGN TO 'manifesto_periodo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  MANIFESTO-RECORD      PIC X(119).

       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

       FD  ACUM-IN-FILE.
       01  ACUM-IN-RECORD        PIC X(80).

       FD  ACUM-OUT-FILE.
       01  ACUM-OUT-RECORD       PIC X(80).

       FD  LISTA-FILE.
       01  LISTA-RECORD          PIC X(98).

       FD  PERIODO-FILE.
       01  PERIODO-RECORD        PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-STATUS     PIC X(2).
           05  WS-CONS-ENTRADA   OCCURS 10 TIMES.
               10  WS-CS-NOME        PIC X(8).
               10  WS-CS-ROWS        PIC 9(10).
               10  WS-CS-RESTRITO    PIC X.
               10  WS-CS-FREQUENCIA  PIC X.
               10  WS-CS-SITUACAO    PIC X.
               10  WS-CS-ENTREGA     PIC X(8).
       01  WS-I                  PIC 9(2).
       01  WS-J                  PIC 9(2).
       01  WS-ACHOU              PIC X.
               10  WS-RG-NOME        PIC X(8).
               10  WS-RG-CONTATO     PIC X(30).
               10  WS-RG-LIMITE      PIC 9(2).
               10  WS-RG-COLUNAS-EXT PIC X.
               10  WS-RG-FREQUENCIA  PIC X.
               10  WS-RG-DIA-SEMANA  PIC X.
       01  WS-REG-IDX            PIC 9(2).
       01  WS-REG-ACHOU          PIC X.
       01  WS-SEM-REGISTRO       PIC 9(2)  VALUE 0.
       01  WS-CONS-RESTRITO      PIC X     VALUE 'N'.
       01  WS-RESTRITOS          PIC 9(2)  VALUE 0.
       01  WS-CC-FUNCAO          PIC X.
       01  WS-CC-ETAPA           PIC X(12).
       01  WS-CC-RESULTADO       PIC X.

      *> Accumulation of the weekly and month-end consumers:
      *> acumulado_<consumidor>.dat holds the slices routed since
      *> the last delivery, each whole (header, rows, trailer);
      *> acumulado_<consumidor>.ent keeps the period last delivered.
       01  WS-CONS-FREQUENCIA    PIC X.
       01  WS-CONS-DIA-SEMANA    PIC X.
       01  WS-ACUM-IN-STATUS     PIC X(2).
       01  WS-ACUM-OUT-STATUS    PIC X(2).
       01  WS-LISTA-STATUS       PIC X(2).
       01  WS-PERIODO-STATUS     PIC X(2).
       01  WS-ACUM-NAME          PIC X(60).
       01  WS-ACUM-TMP-NAME      PIC X(60).
       01  WS-ENTREGUE-NAME      PIC X(60).
       01  WS-LISTA-NAME         PIC X(60).
       01  WS-COPIA-DE-NAME      PIC X(60).
       01  WS-COPIA-PARA-NAME    PIC X(60).
       01  WS-COPIA-MODO         PIC X.
       01  WS-COPIA-EXCLUI       PIC X(10).
       01  WS-COPIA-PULA         PIC X.
       01  WS-ACUM-EOF           PIC X     VALUE 'N'.
       01  WS-ACUM-PENDENTE      PIC X.
       01  WS-JA-ENTREGUE        PIC X.
       01  WS-RUN-ID-ATUAL       PIC X(10).
       01  WS-RUN-DATE-ATUAL     PIC X(8).
       01  WS-PERIODO-ID         PIC X(10).
       01  WS-PERIODO-TS         PIC X(26).
       01  WS-PRIMEIRA-DATA      PIC X(8).
       01  WS-ENTREGA            PIC X(8).
       01  WS-ACUM-RUNS          PIC 9(4).
       01  WS-PER-ROWS           PIC 9(10).
       01  WS-PER-SUM            PIC 9(15).
       01  WS-PER-VALOR          PIC S9(13)V99.
       01  WS-ROWS-SALVO         PIC 9(10).
       01  WS-DELETE-RC          PIC S9(9) COMP.
       01  WS-ACUMULANDO         PIC 9(2)  VALUE 0.
       01  WS-PERIODOS           PIC 9(2)  VALUE 0.

       COPY MANIFREC.

       COPY CONSREC.

       COPY MANPREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'ROTEAMENTO' TO WS-CC-ETAPA
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CONS-COUNT
               MOVE WS-CS-NOME(WS-J) TO WS-CONS-ATUAL
               PERFORM RESOLVE-COLUNAS-CONS
               PERFORM RESOLVE-FREQUENCIA-CONS
               PERFORM ROTEIA-UM-CONSUMIDOR
               MOVE WS-CONS-ROWS TO WS-CS-ROWS(WS-J)
               MOVE WS-CONS-RESTRITO TO WS-CS-RESTRITO(WS-J)
           END-PERFORM
           PERFORM APURA-NAO-ROTEADAS
           PERFORM PRINT-SUMMARY
                   ADD 1 TO WS-CONS-COUNT
                   MOVE RT-CONSUMIDOR TO WS-CS-NOME(WS-CONS-COUNT)
                   MOVE 0 TO WS-CS-ROWS(WS-CONS-COUNT)
                   MOVE 'N' TO WS-CS-RESTRITO(WS-CONS-COUNT)
                   MOVE 'D' TO WS-CS-FREQUENCIA(WS-CONS-COUNT)
                   MOVE SPACE TO WS-CS-SITUACAO(WS-CONS-COUNT)
                   MOVE SPACE TO WS-CS-ENTREGA(WS-CONS-COUNT)
               END-IF
           END-IF.

           PERFORM GRAVA-TRAILER-CONSUMIDOR
           CLOSE ENTRADA-FILE
           CLOSE CONSUMIDOR-FILE
           PERFORM VERIFICA-ACUMULO-PENDENTE
           IF WS-CONS-FREQUENCIA = 'D' AND WS-ACUM-PENDENTE = 'N'
               PERFORM GRAVA-MANIFESTO-CONSUMIDOR
               DISPLAY 'Consumidor ' WS-CONS-ATUAL ' : '
                       WS-CONS-ROWS ' linhas em '
                       FUNCTION TRIM(WS-CONSUMIDOR-NAME)
           ELSE
               PERFORM ACUMULA-CONSUMIDOR
           END-IF.

      *> One manifest per consumer file, on the same MANIFREC
      *> layout OrdenaDedupSaida appends for the combined file -
                       WS-RG-CONTATO(WS-REG-COUNT)
                   MOVE WS-CR-LIMITE-DIAS TO
                       WS-RG-LIMITE(WS-REG-COUNT)
                   MOVE WS-CR-COLUNAS-EXT TO
                       WS-RG-COLUNAS-EXT(WS-REG-COUNT)
                   MOVE WS-CR-FREQUENCIA TO
                       WS-RG-FREQUENCIA(WS-REG-COUNT)
                   MOVE WS-CR-DIA-SEMANA TO
                       WS-RG-DIA-SEMANA(WS-REG-COUNT)
               END-IF
           END-IF.

      *> Only an explicit 'N' in the registry restricts a consumer
      *> to the plain layout; a blank flag (registry lines written
      *> before the column existed) and a consumer missing from
      *> the registry keep receiving what they always received.
       RESOLVE-COLUNAS-CONS.
           MOVE 'N' TO WS-CONS-RESTRITO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-CONS-ATUAL
                       AND WS-RG-COLUNAS-EXT(WS-REG-IDX) = 'N'
                   MOVE 'Y' TO WS-CONS-RESTRITO
               END-IF
           END-PERFORM
           IF WS-CONS-RESTRITO = 'Y'
               ADD 1 TO WS-RESTRITOS
           END-IF.

      *> Only 'S' (weekly) and 'M' (month-end) hold rows back; a
      *> blank frequency and a consumer missing from the registry
      *> keep the nightly file.
       RESOLVE-FREQUENCIA-CONS.
           MOVE 'D' TO WS-CONS-FREQUENCIA
           MOVE SPACE TO WS-CONS-DIA-SEMANA
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-CONS-ATUAL
                       AND (WS-RG-FREQUENCIA(WS-REG-IDX) = 'S'
                       OR WS-RG-FREQUENCIA(WS-REG-IDX) = 'M')
                   MOVE WS-RG-FREQUENCIA(WS-REG-IDX) TO
                       WS-CONS-FREQUENCIA
                   MOVE WS-RG-DIA-SEMANA(WS-REG-IDX) TO
                       WS-CONS-DIA-SEMANA
               END-IF
           END-PERFORM
           MOVE WS-CONS-FREQUENCIA TO WS-CS-FREQUENCIA(WS-J).

       MONTA-NOMES-ACUMULO.
           MOVE SPACE TO WS-ACUM-NAME
           STRING 'acumulado_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ACUM-NAME
           MOVE SPACE TO WS-ACUM-TMP-NAME
           STRING 'acumulado_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                  '.tmp' DELIMITED BY SIZE
               INTO WS-ACUM-TMP-NAME
           MOVE SPACE TO WS-ENTREGUE-NAME
           STRING 'acumulado_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                  '.ent' DELIMITED BY SIZE
               INTO WS-ENTREGUE-NAME
           MOVE SPACE TO WS-LISTA-NAME
           STRING 'saida_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONS-ATUAL) DELIMITED BY SIZE
                  '.man' DELIMITED BY SIZE
               INTO WS-LISTA-NAME.

      *> A consumer turned back to daily with rows still held goes
      *> through the accumulation once more, so those rows leave in
      *> the next file instead of being stranded.
       VERIFICA-ACUMULO-PENDENTE.
           PERFORM MONTA-NOMES-ACUMULO
           MOVE 'N' TO WS-ACUM-PENDENTE
           MOVE WS-ACUM-NAME TO WS-COPIA-DE-NAME
           OPEN INPUT ACUM-IN-FILE
           IF WS-ACUM-IN-STATUS = '00'
               READ ACUM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-ACUM-PENDENTE
               END-READ
               CLOSE ACUM-IN-FILE
           END-IF.

      *> The slice just routed joins the accumulation - replacing
      *> the same run's slice when the step is resubmitted - and the
      *> accumulation goes out as one period file once the run
      *> reaches the delivery date of its oldest run. Until then no
      *> consumer file is left for EstagiaTransmissao and no
      *> manifest is written, so nothing ages as unacknowledged.
       ACUMULA-CONSUMIDOR.
           IF WS-SEM-CABECALHO = 'Y'
               DISPLAY '*** Consumidor ' WS-CONS-ATUAL
                       ' : entrada sem header - fatia nao acumulada, '
                       'mantida em ' FUNCTION TRIM(WS-CONSUMIDOR-NAME)
           ELSE
               MOVE WS-SH-RUN-ID TO WS-RUN-ID-ATUAL
               MOVE WS-SH-RUN-DATE TO WS-RUN-DATE-ATUAL
               PERFORM VERIFICA-JA-ENTREGUE
               MOVE WS-ACUM-TMP-NAME TO WS-COPIA-PARA-NAME
               MOVE WS-RUN-ID-ATUAL TO WS-COPIA-EXCLUI
               MOVE 'O' TO WS-COPIA-MODO
               IF WS-JA-ENTREGUE = 'Y'
                   MOVE WS-ENTREGUE-NAME TO WS-COPIA-DE-NAME
                   PERFORM COPIA-ACUMULO
                   MOVE 'E' TO WS-COPIA-MODO
               END-IF
               MOVE WS-ACUM-NAME TO WS-COPIA-DE-NAME
               PERFORM COPIA-ACUMULO
               MOVE 'E' TO WS-COPIA-MODO
               MOVE SPACE TO WS-COPIA-EXCLUI
               MOVE WS-CONSUMIDOR-NAME TO WS-COPIA-DE-NAME
               PERFORM COPIA-ACUMULO
               MOVE 'O' TO WS-COPIA-MODO
               MOVE WS-ACUM-TMP-NAME TO WS-COPIA-DE-NAME
               MOVE WS-ACUM-NAME TO WS-COPIA-PARA-NAME
               PERFORM COPIA-ACUMULO
               CALL 'CBL_DELETE_FILE' USING WS-ACUM-TMP-NAME
                   RETURNING WS-DELETE-RC
               PERFORM APURA-ACUMULO
               CALL 'AgendaEntrega' USING WS-CONS-FREQUENCIA
                   WS-CONS-DIA-SEMANA WS-PRIMEIRA-DATA WS-ENTREGA
               IF WS-RUN-DATE-ATUAL >= WS-ENTREGA
                   PERFORM ENTREGA-PERIODO
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-CONSUMIDOR-NAME
                       RETURNING WS-DELETE-RC
                   ADD 1 TO WS-ACUMULANDO
                   MOVE 'A' TO WS-CS-SITUACAO(WS-J)
                   MOVE WS-ENTREGA TO WS-CS-ENTREGA(WS-J)
                   DISPLAY 'Consumidor ' WS-CONS-ATUAL ' : '
                           WS-CONS-ROWS ' linhas acumuladas ('
                           WS-ACUM-RUNS ' runs) - entrega em '
                           WS-ENTREGA
               END-IF
           END-IF.

      *> The run being routed already went out in the last period
      *> file: this is a resubmission of the delivering run, so the
      *> delivered period is taken back and delivered again.
       VERIFICA-JA-ENTREGUE.
           MOVE 'N' TO WS-JA-ENTREGUE
           MOVE WS-ENTREGUE-NAME TO WS-COPIA-DE-NAME
           MOVE 'N' TO WS-ACUM-EOF
           OPEN INPUT ACUM-IN-FILE
           IF WS-ACUM-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACUM-EOF
           END-IF
           PERFORM UNTIL WS-ACUM-EOF = 'Y'
               READ ACUM-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACUM-EOF
                   NOT AT END
                       MOVE ACUM-IN-RECORD TO WS-SAIDA-HEADER
                       IF WS-SH-TYPE = 'H'
                               AND WS-SH-RUN-ID = WS-RUN-ID-ATUAL
                           MOVE 'Y' TO WS-JA-ENTREGUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACUM-IN-STATUS NOT = '35'
               CLOSE ACUM-IN-FILE
           END-IF.

      *> Copies WS-COPIA-DE-NAME onto WS-COPIA-PARA-NAME (O) or to
      *> its end (E), leaving out the slice of run WS-COPIA-EXCLUI.
       COPIA-ACUMULO.
           MOVE 'N' TO WS-COPIA-PULA
           MOVE 'N' TO WS-ACUM-EOF
           IF WS-COPIA-MODO = 'E'
               OPEN EXTEND ACUM-OUT-FILE
               IF WS-ACUM-OUT-STATUS NOT = '00'
                   OPEN OUTPUT ACUM-OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACUM-OUT-FILE
           END-IF
           IF WS-ACUM-OUT-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel gravar '
                       FUNCTION TRIM(WS-COPIA-PARA-NAME)
                       ' - status ' WS-ACUM-OUT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACUM-IN-FILE
           IF WS-ACUM-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACUM-EOF
           END-IF
           PERFORM UNTIL WS-ACUM-EOF = 'Y'
               READ ACUM-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACUM-EOF
                   NOT AT END
                       PERFORM COPIA-LINHA-ACUMULO
               END-READ
           END-PERFORM
           IF WS-ACUM-IN-STATUS NOT = '35'
               CLOSE ACUM-IN-FILE
           END-IF
           CLOSE ACUM-OUT-FILE.

       COPIA-LINHA-ACUMULO.
           MOVE ACUM-IN-RECORD TO WS-SAIDA-HEADER
           IF WS-SH-TYPE = 'H'
               IF WS-COPIA-EXCLUI NOT = SPACE
                       AND WS-SH-RUN-ID = WS-COPIA-EXCLUI
                   MOVE 'Y' TO WS-COPIA-PULA
               ELSE
                   MOVE 'N' TO WS-COPIA-PULA
               END-IF
           END-IF
           IF WS-COPIA-PULA = 'N'
               WRITE ACUM-OUT-RECORD FROM ACUM-IN-RECORD
           END-IF
           IF WS-SH-TYPE = 'T'
               MOVE 'N' TO WS-COPIA-PULA
           END-IF.

      *> Runs held and the oldest run date - the delivery date of
      *> the period is the one of its oldest run, so a delivery day
      *> the stream did not run is made good on the next run.
       APURA-ACUMULO.
           MOVE 0 TO WS-ACUM-RUNS
           MOVE HIGH-VALUE TO WS-PRIMEIRA-DATA
           MOVE WS-ACUM-NAME TO WS-COPIA-DE-NAME
           MOVE 'N' TO WS-ACUM-EOF
           OPEN INPUT ACUM-IN-FILE
           IF WS-ACUM-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACUM-EOF
           END-IF
           PERFORM UNTIL WS-ACUM-EOF = 'Y'
               READ ACUM-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACUM-EOF
                   NOT AT END
                       MOVE ACUM-IN-RECORD TO WS-SAIDA-HEADER
                       IF WS-SH-TYPE = 'H'
                           ADD 1 TO WS-ACUM-RUNS
                           IF WS-SH-RUN-DATE < WS-PRIMEIRA-DATA
                               MOVE WS-SH-RUN-DATE TO
                                   WS-PRIMEIRA-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACUM-IN-STATUS NOT = '35'
               CLOSE ACUM-IN-FILE
           END-IF
           IF WS-ACUM-RUNS = 0
               MOVE WS-RUN-DATE-ATUAL TO WS-PRIMEIRA-DATA
           END-IF.

      *> The period file replaces the night's slice in
      *> saida_<consumidor>.txt: its own header (run id 'P' and the
      *> delivery date), every row held, and one trailer over the
      *> whole period. The runs it carries are listed in
      *> saida_<consumidor>.man and on manifesto_periodo.dat, and
      *> the file gets its manifesto.dat record like any other
      *> consumer file. The period is then kept as delivered and
      *> the accumulation starts over.
       ENTREGA-PERIODO.
           MOVE SPACE TO WS-PERIODO-ID
           STRING 'P' DELIMITED BY SIZE
                  WS-RUN-DATE-ATUAL DELIMITED BY SIZE
               INTO WS-PERIODO-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE TO WS-PERIODO-TS
           STRING WS-TIMESTAMP(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIMESTAMP(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIMESTAMP(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIMESTAMP(9:2) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-TIMESTAMP(11:2) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-TIMESTAMP(13:2) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-TIMESTAMP(15:2) DELIMITED BY SIZE
                  '0000' DELIMITED BY SIZE
               INTO WS-PERIODO-TS
           MOVE 0 TO WS-PER-ROWS
           MOVE 0 TO WS-PER-SUM
           MOVE 0 TO WS-PER-VALOR
           OPEN OUTPUT CONSUMIDOR-FILE
           OPEN OUTPUT LISTA-FILE
           OPEN EXTEND PERIODO-FILE
           IF WS-PERIODO-STATUS NOT = '00'
               OPEN OUTPUT PERIODO-FILE
           END-IF
           IF WS-CONSUMIDOR-STATUS NOT = '00'
                   OR WS-LISTA-STATUS NOT = '00'
                   OR WS-PERIODO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel gravar o periodo de '
                       WS-CONS-ATUAL ' - status '
                       WS-CONSUMIDOR-STATUS ' ' WS-LISTA-STATUS ' '
                       WS-PERIODO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SAIDA-HEADER
           MOVE 'H' TO WS-SH-TYPE
           MOVE WS-PERIODO-TS TO WS-SH-EXTRACT-TS
           MOVE WS-PERIODO-ID TO WS-SH-RUN-ID
           MOVE WS-RUN-DATE-ATUAL TO WS-SH-RUN-DATE
           MOVE 'compras.numeros' TO WS-SH-SOURCE-TABLE
           WRITE CONSUMIDOR-RECORD FROM WS-SAIDA-HEADER
           MOVE WS-ACUM-NAME TO WS-COPIA-DE-NAME
           MOVE 'N' TO WS-ACUM-EOF
           OPEN INPUT ACUM-IN-FILE
           IF WS-ACUM-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACUM-EOF
           END-IF
           PERFORM UNTIL WS-ACUM-EOF = 'Y'
               READ ACUM-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACUM-EOF
                   NOT AT END
                       PERFORM GRAVA-LINHA-PERIODO
               END-READ
           END-PERFORM
           IF WS-ACUM-IN-STATUS NOT = '35'
               CLOSE ACUM-IN-FILE
           END-IF
           MOVE SPACES TO WS-SAIDA-TRAILER
           MOVE 'T' TO WS-ST-TYPE
           MOVE WS-PERIODO-TS TO WS-ST-EXTRACT-TS
           MOVE WS-PERIODO-ID TO WS-ST-RUN-ID
           MOVE WS-PER-ROWS TO WS-ST-ROW-COUNT
           MOVE WS-PER-SUM TO WS-ST-CONTROL-SUM
           MOVE WS-PER-VALOR TO WS-ST-VALOR-TOTAL
           WRITE CONSUMIDOR-RECORD FROM WS-SAIDA-TRAILER
           CLOSE CONSUMIDOR-FILE
           CLOSE LISTA-FILE
           CLOSE PERIODO-FILE
           MOVE WS-CONS-ROWS TO WS-ROWS-SALVO
           MOVE WS-PERIODO-ID TO WS-SH-RUN-ID
           MOVE WS-PER-ROWS TO WS-CONS-ROWS
           MOVE WS-PER-SUM TO WS-CONS-SUM
           MOVE WS-PER-VALOR TO WS-CONS-VALOR
           PERFORM GRAVA-MANIFESTO-CONSUMIDOR
           MOVE WS-ROWS-SALVO TO WS-CONS-ROWS
           MOVE 'O' TO WS-COPIA-MODO
           MOVE SPACE TO WS-COPIA-EXCLUI
           MOVE WS-ENTREGUE-NAME TO WS-COPIA-PARA-NAME
           PERFORM COPIA-ACUMULO
           MOVE WS-ACUM-NAME TO WS-COPIA-PARA-NAME
           OPEN OUTPUT ACUM-OUT-FILE
           CLOSE ACUM-OUT-FILE
           ADD 1 TO WS-PERIODOS
           MOVE 'P' TO WS-CS-SITUACAO(WS-J)
           MOVE WS-RUN-DATE-ATUAL TO WS-CS-ENTREGA(WS-J)
           DISPLAY 'Consumidor ' WS-CONS-ATUAL ' : periodo '
                   WS-PERIODO-ID ' com ' WS-PER-ROWS ' linhas de '
                   WS-ACUM-RUNS ' runs em '
                   FUNCTION TRIM(WS-CONSUMIDOR-NAME).

      *> Each slice's header opens its line in the period
      *> manifest and its trailer closes it; only the rows go into
      *> the period file.
       GRAVA-LINHA-PERIODO.
           MOVE ACUM-IN-RECORD TO WS-SAIDA-DETAIL
           EVALUATE WS-SD-TYPE
               WHEN 'H'
                   MOVE ACUM-IN-RECORD TO WS-SAIDA-HEADER
                   MOVE SPACES TO WS-MANIFESTO-PERIODO
                   MOVE WS-CONS-ATUAL TO WS-MP-CONSUMIDOR
                   MOVE WS-PERIODO-ID TO WS-MP-PERIODO-ID
                   MOVE WS-SH-RUN-ID TO WS-MP-RUN-ID
                   MOVE WS-SH-RUN-DATE TO WS-MP-RUN-DATE
                   MOVE 0 TO WS-MP-ROW-COUNT
                   MOVE 0 TO WS-MP-CONTROL-SUM
                   MOVE 0 TO WS-MP-VALOR-TOTAL
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   WRITE CONSUMIDOR-RECORD FROM ACUM-IN-RECORD
                   ADD 1 TO WS-MP-ROW-COUNT
                   ADD 1 TO WS-PER-ROWS
                   ADD WS-SD-NUMERO TO WS-MP-CONTROL-SUM
                   ADD WS-SD-NUMERO TO WS-PER-SUM
                   IF WS-SD-TYPE = 'E'
                       MOVE ACUM-IN-RECORD TO WS-SAIDA-DETALHE-EXT
                       ADD WS-SE-VALOR TO WS-MP-VALOR-TOTAL
                       ADD WS-SE-VALOR TO WS-PER-VALOR
                   END-IF
               WHEN 'T'
                   MOVE WS-TIMESTAMP(1:14) TO WS-MP-GERADO-TS
                   WRITE LISTA-RECORD FROM WS-MANIFESTO-PERIODO
                   WRITE PERIODO-RECORD FROM WS-MANIFESTO-PERIODO
           END-EVALUATE.

       VERIFICA-REGISTRO-CONS.
           MOVE 'N' TO WS-REG-ACHOU
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   WRITE CONSUMIDOR-RECORD FROM ENTRADA-RECORD
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   PERFORM ROTEIA-DETALHE
           END-EVALUATE.

               IF WS-HDR-CAPTURED NOT = 'Y'
                   PERFORM GRAVA-CABECALHO-SENTINELA
               END-IF
               IF WS-SD-TYPE = 'E' AND WS-CONS-RESTRITO = 'Y'
                   PERFORM GRAVA-DETALHE-SIMPLES
               ELSE
                   WRITE CONSUMIDOR-RECORD FROM ENTRADA-RECORD
                   IF WS-SD-TYPE = 'E'
                       MOVE ENTRADA-RECORD TO WS-SAIDA-DETALHE-EXT
                       ADD WS-SE-VALOR TO WS-CONS-VALOR
                   END-IF
               END-IF
               ADD 1 TO WS-CONS-ROWS
               ADD WS-SD-NUMERO TO WS-CONS-SUM
           END-IF.

      *> A consumer not entitled to the extended columns gets the
      *> 'E' row cut back to the plain 'D' layout - same numero,
      *> run id and extract timestamp, so its count and control
      *> sum are those of the full row - and nothing is added to
      *> the amount total, which stays zero as in any plain slice.
       GRAVA-DETALHE-SIMPLES.
           MOVE ENTRADA-RECORD TO WS-SAIDA-DETALHE-EXT
           MOVE SPACES TO WS-SAIDA-DETAIL
           MOVE 'D' TO WS-SD-TYPE
           MOVE WS-SE-EXTRACT-TS TO WS-SD-EXTRACT-TS
           MOVE WS-SE-RUN-ID TO WS-SD-RUN-ID
           MOVE WS-SE-NUMERO TO WS-SD-NUMERO
           WRITE CONSUMIDOR-RECORD FROM WS-SAIDA-DETAIL.

       GRAVA-CABECALHO-SENTINELA.
           MOVE 'H' TO WS-SH-TYPE
           MOVE FUNCTION CURRENT-DATE TO WS-SH-EXTRACT-TS
       VERIFICA-NAO-ROTEADA.
           MOVE ENTRADA-RECORD TO WS-SAIDA-DETAIL
           IF WS-SD-TYPE = 'D' OR WS-SD-TYPE = 'E'
                   OR WS-SD-TYPE = 'R'
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-REGRA-COUNT
                   FUNCTION TRIM(WS-ENTRADA-NAME)
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CONS-COUNT
               IF WS-CS-RESTRITO(WS-J) = 'Y'
                   DISPLAY WS-CS-NOME(WS-J) ' : ' WS-CS-ROWS(WS-J)
                           ' linhas (restrito - layout simples)'
               ELSE
                   DISPLAY WS-CS-NOME(WS-J) ' : ' WS-CS-ROWS(WS-J)
                           ' linhas'
               END-IF
               EVALUATE WS-CS-SITUACAO(WS-J)
                   WHEN 'A'
                       DISPLAY '           acumuladas - entrega em '
                               WS-CS-ENTREGA(WS-J)
                   WHEN 'P'
                       DISPLAY '           periodo entregue neste run'
               END-EVALUATE
           END-PERFORM
           DISPLAY 'Linhas sem regra            : '
                   WS-NAO-ROTEADAS
           DISPLAY 'Consumidores fora do registro: '
                   WS-SEM-REGISTRO
           DISPLAY 'Consumidores restritos      : '
                   WS-RESTRITOS
           DISPLAY 'Consumidores acumulando     : '
                   WS-ACUMULANDO
           DISPLAY 'Arquivos de periodo         : '
                   WS-PERIODOS
           IF WS-SEM-CABECALHO = 'Y'
               DISPLAY '*** Entrada sem header - arquivos dos '
                       'consumidores sairam com header SEMCABEC.'
