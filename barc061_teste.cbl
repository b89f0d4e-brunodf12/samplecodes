       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DespachaEventos.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Notification dispatcher over the
      *>             operations event file (eventos.dat, shared
      *>             EVENTREC layout): RegistraEvento appends and
      *>             GerenciaEventos triages, but nobody was told
      *>             anything until they opened the console, so a
      *>             severity-A alert at 2 am waited for the morning
      *>             shift. Run by the scheduler at a short
      *>             interval. Each event is routed through the
      *>             subscriptions ops maintain in assinaturas.dat -
      *>             program ('*' for any), severity ('*' for any),
      *>             recipient, the shift hours HHMM-HHMM the
      *>             subscription covers (a window may wrap
      *>             midnight; equal start and end means all day),
      *>             the escalation recipient and the escalation
      *>             delay in minutes (zero takes DESPACHO_ESCALA_MIN,
      *>             default 60). An event whose time falls in the
      *>             covered hours is appended to the recipient's own
      *>             spool (notif_<destinatario>.spool); one still
      *>             without any eventos.triagem entry once the delay
      *>             has passed goes to the escalation recipient's
      *>             spool, whatever the hour. Every notification is
      *>             recorded in notificacoes.log, which is also what
      *>             keeps a rerun from notifying anyone twice - so
      *>             "nobody told me" can be checked line by line.
      *>             Untriaged events no subscription covers are
      *>             reported and end the run with a non-zero return
      *>             code.
      *> 2026-10-15  eventos.dat dispatched in table-sized batches until
      *>             end of file, so events past the first 300 are no
      *>             longer left behind; escalation weighed for every
      *>             matching subscription, not only those whose hours
      *>             cover the event.
      *> 2026-10-15  An event already in eventos.triagem is no longer
      *>             notified either, only counted as in triage - it was
      *>             already kept from escalation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTO-FILE ASSIGN TO 'eventos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.

           SELECT TRIAGEM-FILE ASSIGN TO 'eventos.triagem'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAGEM-STATUS.

           SELECT ASSINATURA-FILE ASSIGN TO 'assinaturas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSINATURA-STATUS.

           SELECT NOTIFLOG-FILE ASSIGN TO 'notificacoes.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFLOG-STATUS.

           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTO-FILE.
       01  EVENTO-RECORD           PIC X(135).

      *> The decision log GerenciaEventos appends.
       FD  TRIAGEM-FILE.
       01  TRIAGEM-RECORD.
           05  TR-QUANDO-TS          PIC X(26).
           05  FILLER                PIC X.
           05  TR-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  TR-ACAO               PIC X(10).
           05  FILLER                PIC X.
           05  TR-EVENTO-TS          PIC X(26).
           05  FILLER                PIC X.
           05  TR-NOTA               PIC X(40).

       FD  ASSINATURA-FILE.
       01  ASSINATURA-RECORD.
           05  AS-PROGRAMA           PIC X(24).
           05  FILLER                PIC X.
           05  AS-SEVERIDADE         PIC X.
           05  FILLER                PIC X.
           05  AS-DESTINATARIO       PIC X(8).
           05  FILLER                PIC X.
           05  AS-HORA-INICIO        PIC X(4).
           05  FILLER                PIC X.
           05  AS-HORA-FIM           PIC X(4).
           05  FILLER                PIC X.
           05  AS-ESCALA-DESTINO     PIC X(8).
           05  FILLER                PIC X.
           05  AS-ESCALA-MINUTOS     PIC X(4).

       FD  NOTIFLOG-FILE.
       01  NOTIFLOG-RECORD.
           05  NL-ENVIADO-TS         PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  NL-TIPO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  NL-DESTINATARIO       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  NL-EVENTO-TS          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  NL-PROGRAMA           PIC X(24).
           05  FILLER                PIC X     VALUE SPACE.
           05  NL-SEVERIDADE         PIC X.

       FD  SPOOL-FILE.
       01  SPOOL-RECORD.
           05  SP-ENVIADO-TS         PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-TIPO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-SEVERIDADE         PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-EVENTO-TS          PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-PROGRAMA           PIC X(24).
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-RUN-ID             PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  SP-MENSAGEM           PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-EVENTO-STATUS      PIC X(2).
       01  WS-TRIAGEM-STATUS     PIC X(2).
       01  WS-ASSINATURA-STATUS  PIC X(2).
       01  WS-NOTIFLOG-STATUS    PIC X(2).
       01  WS-SPOOL-STATUS       PIC X(2).
       01  WS-SPOOL-NAME         PIC X(40).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-ESCALA-TXT         PIC X(4).
       01  WS-ESCALA-PADRAO      PIC 9(4)  VALUE 60.
       01  WS-EOF                PIC X     VALUE 'N'.

       01  WS-EVT-COUNT          PIC 9(3)  VALUE 0.
       01  WS-EVT-MAXIMO         PIC 9(3)  VALUE 300.
       01  WS-EVT-FIM            PIC X     VALUE 'N'.
       01  WS-EVT-LIDOS          PIC 9(7)  VALUE 0.
       01  WS-EVT-LOTES          PIC 9(5)  VALUE 0.
       01  WS-EVT-TABELA.
           05  WS-EVT-ENTRADA    OCCURS 300 TIMES.
               10  WS-EVT-REGISTRO   PIC X(135).
               10  WS-EVT-TRIADO     PIC X.
               10  WS-EVT-MINUTO     PIC 9(9).
               10  WS-EVT-HORA       PIC 9(4).
      *> Per event, per subscription: Y once that recipient was
      *> notified / once the escalation recipient was told.
               10  WS-EVT-AVISO      OCCURS 50 TIMES.
                   15  WS-EA-NOTIFICADO  PIC X.
                   15  WS-EA-ESCALADO    PIC X.
       01  WS-EVT-IDX            PIC 9(3).

       01  WS-ASS-COUNT          PIC 9(2)  VALUE 0.
       01  WS-ASS-MAXIMO         PIC 9(2)  VALUE 50.
       01  WS-ASS-TABELA.
           05  WS-ASS-ENTRADA    OCCURS 50 TIMES.
               10  WS-AS-PROGRAMA        PIC X(24).
               10  WS-AS-SEVERIDADE      PIC X.
               10  WS-AS-DESTINATARIO    PIC X(8).
               10  WS-AS-HORA-INICIO     PIC 9(4).
               10  WS-AS-HORA-FIM        PIC 9(4).
               10  WS-AS-ESCALA-DESTINO  PIC X(8).
               10  WS-AS-ESCALA-MINUTOS  PIC 9(4).
       01  WS-ASS-IDX            PIC 9(2).
       01  WS-ASS-OUTRA          PIC 9(2).
       01  WS-ASS-INVALIDAS      PIC 9(3)  VALUE 0.

       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HH                 PIC 9(2).
       01  WS-MI                 PIC 9(2).
       01  WS-AGORA-MINUTO       PIC 9(9).
       01  WS-IDADE-MINUTOS      PIC 9(9).
       01  WS-LIMITE-MINUTOS     PIC 9(4).
       01  WS-COBRE              PIC X.
       01  WS-CASA               PIC X.
       01  WS-ALGUM-DESTINO      PIC X.
       01  WS-DESTINO            PIC X(8).
       01  WS-TIPO               PIC X(10).

       01  WS-NOTIFICACOES       PIC 9(5)  VALUE 0.
       01  WS-ESCALACOES         PIC 9(5)  VALUE 0.
       01  WS-SEM-DESTINO        PIC 9(5)  VALUE 0.
       01  WS-JA-TRIADOS         PIC 9(5)  VALUE 0.

       COPY EVENTREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-ASSINATURAS
           IF WS-ASS-COUNT = 0
               DISPLAY 'Sem assinaturas em assinaturas.dat - '
                       'nada a despachar.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EVENTO-FILE
           IF WS-EVENTO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EVT-FIM
           END-IF
           PERFORM UNTIL WS-EVT-FIM = 'Y'
               PERFORM CARREGA-EVENTOS
               IF WS-EVT-COUNT > 0
                   ADD 1 TO WS-EVT-LOTES
                   PERFORM MARCA-TRIADOS
                   PERFORM MARCA-JA-AVISADOS
                   PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                           UNTIL WS-EVT-IDX > WS-EVT-COUNT
                       PERFORM DESPACHA-EVENTO
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-EVENTO-STATUS NOT = '35'
               CLOSE EVENTO-FILE
           END-IF
           PERFORM PRINT-SUMMARY
           IF WS-SEM-DESTINO > 0 OR WS-ASS-INVALIDAS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'DESPACHO_ESCALA_MIN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ESCALA-TXT FROM ENVIRONMENT-VALUE
           IF WS-ESCALA-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-ESCALA-TXT) > 0
               COMPUTE WS-ESCALA-PADRAO =
                   FUNCTION NUMVAL(WS-ESCALA-TXT)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM MINUTO-DO-TIMESTAMP
           MOVE WS-IDADE-MINUTOS TO WS-AGORA-MINUTO.

      *> Minutes since the calendar origin for the AAAAMMDDHHMM at
      *> the front of WS-TIMESTAMP, left in WS-IDADE-MINUTOS; used
      *> for both the clock and each event so the age is a plain
      *> subtraction across midnight and month ends.
       MINUTO-DO-TIMESTAMP.
           MOVE 0 TO WS-IDADE-MINUTOS
           IF WS-TIMESTAMP(1:12) IS NUMERIC
               MOVE WS-TIMESTAMP(1:8) TO WS-DATA-NUM
               MOVE WS-TIMESTAMP(9:2) TO WS-HH
               MOVE WS-TIMESTAMP(11:2) TO WS-MI
               COMPUTE WS-IDADE-MINUTOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) * 1440
                   + WS-HH * 60 + WS-MI
           END-IF.

       CARREGA-ASSINATURAS.
           OPEN INPUT ASSINATURA-FILE
           IF WS-ASSINATURA-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSINATURA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM GUARDA-ASSINATURA
               END-READ
           END-PERFORM
           IF WS-ASSINATURA-STATUS NOT = '35'
               CLOSE ASSINATURA-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> A line with unreadable hours or delay is skipped and
      *> reported - guessing the shift would page the wrong person.
       GUARDA-ASSINATURA.
           EVALUATE TRUE
               WHEN AS-PROGRAMA = SPACE OR AS-DESTINATARIO = SPACE
                   CONTINUE
               WHEN AS-HORA-INICIO IS NOT NUMERIC
                       OR AS-HORA-FIM IS NOT NUMERIC
                       OR (AS-ESCALA-MINUTOS NOT = SPACE
                           AND AS-ESCALA-MINUTOS IS NOT NUMERIC)
                   ADD 1 TO WS-ASS-INVALIDAS
                   DISPLAY '*** Assinatura invalida ignorada: '
                           AS-PROGRAMA ' ' AS-DESTINATARIO
               WHEN WS-ASS-COUNT >= WS-ASS-MAXIMO
                   DISPLAY 'Mais de ' WS-ASS-MAXIMO ' assinaturas - '
                           'excedente ignorado.'
                   MOVE 'Y' TO WS-EOF
               WHEN OTHER
                   ADD 1 TO WS-ASS-COUNT
                   MOVE AS-PROGRAMA TO WS-AS-PROGRAMA(WS-ASS-COUNT)
                   MOVE AS-SEVERIDADE TO
                       WS-AS-SEVERIDADE(WS-ASS-COUNT)
                   MOVE AS-DESTINATARIO TO
                       WS-AS-DESTINATARIO(WS-ASS-COUNT)
                   MOVE AS-HORA-INICIO TO
                       WS-AS-HORA-INICIO(WS-ASS-COUNT)
                   MOVE AS-HORA-FIM TO WS-AS-HORA-FIM(WS-ASS-COUNT)
                   MOVE AS-ESCALA-DESTINO TO
                       WS-AS-ESCALA-DESTINO(WS-ASS-COUNT)
                   IF AS-ESCALA-MINUTOS = SPACE
                       MOVE 0 TO WS-AS-ESCALA-MINUTOS(WS-ASS-COUNT)
                   ELSE
                       MOVE AS-ESCALA-MINUTOS TO
                           WS-AS-ESCALA-MINUTOS(WS-ASS-COUNT)
                   END-IF
           END-EVALUATE.

      *> eventos.dat is worked through in batches of one table's
      *> worth: each batch is loaded, matched against the triage
      *> and notification logs and dispatched before the next is
      *> read, so the table size caps memory, never how far into
      *> the file the dispatcher gets.
       CARREGA-EVENTOS.
           MOVE 0 TO WS-EVT-COUNT
           PERFORM UNTIL WS-EVT-FIM = 'Y'
                   OR WS-EVT-COUNT >= WS-EVT-MAXIMO
               READ EVENTO-FILE
                   AT END
                       MOVE 'Y' TO WS-EVT-FIM
                   NOT AT END
                       PERFORM GUARDA-EVENTO
               END-READ
           END-PERFORM.

       GUARDA-EVENTO.
           ADD 1 TO WS-EVT-LIDOS
           ADD 1 TO WS-EVT-COUNT
           MOVE EVENTO-RECORD TO WS-EVT-REGISTRO(WS-EVT-COUNT)
           MOVE 'N' TO WS-EVT-TRIADO(WS-EVT-COUNT)
           MOVE EVENTO-RECORD TO WS-EVENTO
           MOVE WS-EV-TIMESTAMP TO WS-TIMESTAMP
           PERFORM MINUTO-DO-TIMESTAMP
           MOVE WS-IDADE-MINUTOS TO WS-EVT-MINUTO(WS-EVT-COUNT)
           MOVE 0 TO WS-EVT-HORA(WS-EVT-COUNT)
           IF WS-EV-TIMESTAMP(9:4) IS NUMERIC
               MOVE WS-EV-TIMESTAMP(9:4) TO
                   WS-EVT-HORA(WS-EVT-COUNT)
           END-IF
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-ASS-MAXIMO
               MOVE 'N' TO
                   WS-EA-NOTIFICADO(WS-EVT-COUNT, WS-ASS-IDX)
               MOVE 'N' TO
                   WS-EA-ESCALADO(WS-EVT-COUNT, WS-ASS-IDX)
           END-PERFORM.

      *> Any triage entry - acknowledged or closed - means a person
      *> has the event in hand, so it is not escalated.
       MARCA-TRIADOS.
           OPEN INPUT TRIAGEM-FILE
           IF WS-TRIAGEM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRIAGEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                               UNTIL WS-EVT-IDX > WS-EVT-COUNT
                           MOVE WS-EVT-REGISTRO(WS-EVT-IDX)
                               TO WS-EVENTO
                           IF WS-EV-TIMESTAMP = TR-EVENTO-TS
                               MOVE 'Y' TO WS-EVT-TRIADO(WS-EVT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-TRIAGEM-STATUS NOT = '35'
               CLOSE TRIAGEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The notification log is the dispatcher's memory: what it
      *> already records is not sent again.
       MARCA-JA-AVISADOS.
           OPEN INPUT NOTIFLOG-FILE
           IF WS-NOTIFLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                               UNTIL WS-EVT-IDX > WS-EVT-COUNT
                           MOVE WS-EVT-REGISTRO(WS-EVT-IDX)
                               TO WS-EVENTO
                           IF WS-EV-TIMESTAMP = NL-EVENTO-TS
                               MOVE NL-TIPO TO WS-TIPO
                               MOVE NL-DESTINATARIO TO WS-DESTINO
                               PERFORM MARCA-DESTINO-AVISADO
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-NOTIFLOG-STATUS NOT = '35'
               CLOSE NOTIFLOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> One recipient is told once per event and kind, however
      *> many of its subscriptions match.
       MARCA-DESTINO-AVISADO.
           PERFORM VARYING WS-ASS-OUTRA FROM 1 BY 1
                   UNTIL WS-ASS-OUTRA > WS-ASS-COUNT
               IF WS-TIPO = 'NOTIFICAR'
                       AND WS-AS-DESTINATARIO(WS-ASS-OUTRA)
                           = WS-DESTINO
                   MOVE 'Y' TO
                       WS-EA-NOTIFICADO(WS-EVT-IDX, WS-ASS-OUTRA)
               END-IF
               IF WS-TIPO = 'ESCALAR'
                       AND WS-AS-ESCALA-DESTINO(WS-ASS-OUTRA)
                           = WS-DESTINO
                   MOVE 'Y' TO
                       WS-EA-ESCALADO(WS-EVT-IDX, WS-ASS-OUTRA)
               END-IF
           END-PERFORM.

       DESPACHA-EVENTO.
           MOVE WS-EVT-REGISTRO(WS-EVT-IDX) TO WS-EVENTO
           MOVE 'N' TO WS-ALGUM-DESTINO
           IF WS-EVT-TRIADO(WS-EVT-IDX) = 'Y'
               ADD 1 TO WS-JA-TRIADOS
           END-IF
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-ASS-COUNT
               PERFORM AVALIA-ASSINATURA
               IF WS-CASA = 'Y' AND WS-COBRE = 'Y'
                   MOVE 'Y' TO WS-ALGUM-DESTINO
                   PERFORM NOTIFICA-DESTINATARIO
               END-IF
      *> Escalation is owed whatever the hour the event came in -
      *> an alert outside the shift is exactly the one nobody saw.
               IF WS-CASA = 'Y'
                   PERFORM AVALIA-ESCALACAO
               END-IF
           END-PERFORM
           IF WS-ALGUM-DESTINO = 'N'
                   AND WS-EVT-TRIADO(WS-EVT-IDX) = 'N'
               ADD 1 TO WS-SEM-DESTINO
               DISPLAY '*** Evento sem assinante no horario: '
                       WS-EV-TIMESTAMP(1:14) ' '
                       WS-EV-PROGRAMA ' ' WS-EV-SEVERIDADE
           END-IF.

      *> WS-CASA: program and severity match. WS-COBRE: the
      *> event's HHMM falls inside the subscription's hours.
       AVALIA-ASSINATURA.
           MOVE 'N' TO WS-CASA
           MOVE 'N' TO WS-COBRE
           IF (WS-AS-PROGRAMA(WS-ASS-IDX) = '*'
                   OR WS-AS-PROGRAMA(WS-ASS-IDX) = WS-EV-PROGRAMA)
                   AND (WS-AS-SEVERIDADE(WS-ASS-IDX) = '*'
                   OR WS-AS-SEVERIDADE(WS-ASS-IDX) = SPACE
                   OR WS-AS-SEVERIDADE(WS-ASS-IDX) = WS-EV-SEVERIDADE)
               MOVE 'Y' TO WS-CASA
           END-IF
           EVALUATE TRUE
               WHEN WS-AS-HORA-INICIO(WS-ASS-IDX) =
                       WS-AS-HORA-FIM(WS-ASS-IDX)
                   MOVE 'Y' TO WS-COBRE
               WHEN WS-AS-HORA-INICIO(WS-ASS-IDX) <
                       WS-AS-HORA-FIM(WS-ASS-IDX)
                   IF WS-EVT-HORA(WS-EVT-IDX) >=
                           WS-AS-HORA-INICIO(WS-ASS-IDX)
                           AND WS-EVT-HORA(WS-EVT-IDX) <
                           WS-AS-HORA-FIM(WS-ASS-IDX)
                       MOVE 'Y' TO WS-COBRE
                   END-IF
               WHEN OTHER
                   IF WS-EVT-HORA(WS-EVT-IDX) >=
                           WS-AS-HORA-INICIO(WS-ASS-IDX)
                           OR WS-EVT-HORA(WS-EVT-IDX) <
                           WS-AS-HORA-FIM(WS-ASS-IDX)
                       MOVE 'Y' TO WS-COBRE
                   END-IF
           END-EVALUATE.

      *> An event already in eventos.triagem is in someone's hands
      *> - nobody else is told about it, as for escalation.
       NOTIFICA-DESTINATARIO.
           IF WS-EVT-TRIADO(WS-EVT-IDX) = 'N'
                   AND WS-EA-NOTIFICADO(WS-EVT-IDX, WS-ASS-IDX)
                       NOT = 'Y'
               MOVE 'NOTIFICAR' TO WS-TIPO
               MOVE WS-AS-DESTINATARIO(WS-ASS-IDX) TO WS-DESTINO
               PERFORM ENVIA-AVISO
               ADD 1 TO WS-NOTIFICACOES
           END-IF.

       AVALIA-ESCALACAO.
           IF WS-EVT-TRIADO(WS-EVT-IDX) = 'N'
                   AND WS-AS-ESCALA-DESTINO(WS-ASS-IDX) NOT = SPACE
                   AND WS-EA-ESCALADO(WS-EVT-IDX, WS-ASS-IDX)
                       NOT = 'Y'
               MOVE WS-AS-ESCALA-MINUTOS(WS-ASS-IDX)
                   TO WS-LIMITE-MINUTOS
               IF WS-LIMITE-MINUTOS = 0
                   MOVE WS-ESCALA-PADRAO TO WS-LIMITE-MINUTOS
               END-IF
               MOVE 0 TO WS-IDADE-MINUTOS
               IF WS-AGORA-MINUTO > WS-EVT-MINUTO(WS-EVT-IDX)
                   COMPUTE WS-IDADE-MINUTOS =
                       WS-AGORA-MINUTO - WS-EVT-MINUTO(WS-EVT-IDX)
               END-IF
               IF WS-IDADE-MINUTOS >= WS-LIMITE-MINUTOS
                   MOVE 'ESCALAR' TO WS-TIPO
                   MOVE WS-AS-ESCALA-DESTINO(WS-ASS-IDX)
                       TO WS-DESTINO
                   PERFORM ENVIA-AVISO
                   ADD 1 TO WS-ESCALACOES
               END-IF
           END-IF.

      *> Spool first, then the log line - a notification is only
      *> recorded as sent once it is in the recipient's spool.
       ENVIA-AVISO.
           MOVE SPACE TO WS-SPOOL-NAME
           STRING 'notif_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DESTINO) DELIMITED BY SIZE
                  '.spool' DELIMITED BY SIZE
               INTO WS-SPOOL-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO SPOOL-RECORD
           MOVE WS-TIMESTAMP(1:14) TO SP-ENVIADO-TS
           MOVE WS-TIPO TO SP-TIPO
           MOVE WS-EV-SEVERIDADE TO SP-SEVERIDADE
           MOVE WS-EV-TIMESTAMP(1:14) TO SP-EVENTO-TS
           MOVE WS-EV-PROGRAMA TO SP-PROGRAMA
           MOVE WS-EV-RUN-ID TO SP-RUN-ID
           MOVE WS-EV-MENSAGEM TO SP-MENSAGEM
           OPEN EXTEND SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = '00'
               OPEN OUTPUT SPOOL-FILE
           END-IF
           IF WS-SPOOL-STATUS NOT = '00'
               DISPLAY '*** Spool indisponivel ('
                       FUNCTION TRIM(WS-SPOOL-NAME)
                       ') - status ' WS-SPOOL-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               WRITE SPOOL-RECORD
               CLOSE SPOOL-FILE
               PERFORM GRAVA-NOTIFLOG
               PERFORM MARCA-DESTINO-AVISADO
           END-IF.

       GRAVA-NOTIFLOG.
           MOVE SPACES TO NOTIFLOG-RECORD
           MOVE WS-TIMESTAMP TO NL-ENVIADO-TS
           MOVE WS-TIPO TO NL-TIPO
           MOVE WS-DESTINO TO NL-DESTINATARIO
           MOVE WS-EV-TIMESTAMP TO NL-EVENTO-TS
           MOVE WS-EV-PROGRAMA TO NL-PROGRAMA
           MOVE WS-EV-SEVERIDADE TO NL-SEVERIDADE
           OPEN EXTEND NOTIFLOG-FILE
           IF WS-NOTIFLOG-STATUS NOT = '00'
               OPEN OUTPUT NOTIFLOG-FILE
           END-IF
           WRITE NOTIFLOG-RECORD
           CLOSE NOTIFLOG-FILE.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Despacho de eventos'
           DISPLAY 'Assinaturas carregadas     : ' WS-ASS-COUNT
           DISPLAY 'Assinaturas invalidas      : ' WS-ASS-INVALIDAS
           DISPLAY 'Eventos lidos              : ' WS-EVT-LIDOS
           DISPLAY 'Lotes de eventos           : ' WS-EVT-LOTES
           DISPLAY 'Eventos ja em triagem      : ' WS-JA-TRIADOS
           DISPLAY 'Notificacoes enviadas      : ' WS-NOTIFICACOES
           DISPLAY 'Escalacoes enviadas        : ' WS-ESCALACOES
           DISPLAY 'Eventos sem assinante      : ' WS-SEM-DESTINO
           DISPLAY '========================================'.
