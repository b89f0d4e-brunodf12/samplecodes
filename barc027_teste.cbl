      *>             place. Used by GerarArquivoSaida's header-date
      *>             validation and its retention computation, and by
      *>             the acknowledgment aging check.
      *> 2026-10-15  calendario.dat lines now follow the shared
      *>             FERIADOREC layout (date, then a description)
      *>             written by ManutencaoCalendario; only the date is
      *>             read here, so older date-only lines still load. The
      *>             holiday table grows to 600 entries, since a whole
      *>             year is now generated at a time.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD       PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-CALENDARIO-STATUS  PIC X(2).
       01  WS-FERIADOS-LOADED    PIC X     VALUE 'N'.
       01  WS-FERIADO-EOF        PIC X     VALUE 'N'.
       01  WS-FERIADO-COUNT      PIC 9(3)  VALUE 0.
       01  WS-FERIADO-MAXIMO     PIC 9(3)  VALUE 600.
       01  WS-FERIADO-TABELA.
           05  WS-FERIADO        PIC 9(8) OCCURS 600 TIMES.
       01  WS-I                  PIC 9(3).
       01  WS-YYYYMMDD           PIC 9(8).
       01  WS-DIA-NUM            PIC S9(9) COMP.
       01  WS-DATA-VALIDA        PIC X.
       01  WS-PASSO              PIC S9(1) COMP.

       COPY FERIADOREC.

       LINKAGE SECTION.
       01  LK-FUNCAO             PIC X.
       01  LK-ANO                PIC 9(4).
           END-IF.

       GUARDA-FERIADO.
           MOVE CALENDARIO-RECORD TO WS-FERIADO-REG
           IF WS-FR-DATA IS NUMERIC
               IF WS-FERIADO-COUNT >= WS-FERIADO-MAXIMO
                   DISPLAY 'CalendarioFiscal: mais de '
                           WS-FERIADO-MAXIMO ' feriados - '
                   MOVE 'Y' TO WS-FERIADO-EOF
               ELSE
                   ADD 1 TO WS-FERIADO-COUNT
                   MOVE WS-FR-DATA TO
                       WS-FERIADO(WS-FERIADO-COUNT)
               END-IF
           END-IF.
