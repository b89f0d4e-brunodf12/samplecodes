       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaPeriodo.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Shared lookup of a month's status
      *>             in the fiscal period status file (periodos.dat,
      *>             PERIODOREC layout, kept by ManutencaoPeriodos):
      *>             returns F when the month (AAAAMM) is closed, R
      *>             when it was reopened, and A when it has never
      *>             been closed. Called by every program that can
      *>             change a month's figures after the fact -
      *>             ReverteManutencao, ReajustaSaida,
      *>             CarregaHistoricoSaida - and by ExpurgaHistorico,
      *>             which only archives closed months. The file is
      *>             loaded on the first call of the run like the
      *>             permissions file; a missing file means every
      *>             month is open.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO 'periodos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       01  PERIODO-RECORD        PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-PERIODO-STATUS     PIC X(2).
       01  WS-PERIODO-LOADED     PIC X     VALUE 'N'.
       01  WS-PERIODO-EOF        PIC X     VALUE 'N'.
       01  WS-PERIODO-COUNT      PIC 9(3)  VALUE 0.
       01  WS-PERIODO-MAXIMO     PIC 9(3)  VALUE 600.
       01  WS-PERIODO-TABELA.
           05  WS-PERIODO-ENTRADA  OCCURS 600 TIMES.
               10  WS-PT-PERIODO     PIC X(6).
               10  WS-PT-STATUS      PIC X.
       01  WS-I                  PIC 9(3).

       COPY PERIODOREC.

       LINKAGE SECTION.
       01  LK-PERIODO            PIC X(6).
       01  LK-STATUS             PIC X.

       PROCEDURE DIVISION USING LK-PERIODO LK-STATUS.
       MAIN-LOGIC.
           IF WS-PERIODO-LOADED NOT = 'Y'
               PERFORM LOAD-PERIODOS
           END-IF
           MOVE 'A' TO LK-STATUS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PERIODO-COUNT
               IF WS-PT-PERIODO(WS-I) = LK-PERIODO
                   MOVE WS-PT-STATUS(WS-I) TO LK-STATUS
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-PERIODOS.
           MOVE 'Y' TO WS-PERIODO-LOADED
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS NOT = '00'
               MOVE 'Y' TO WS-PERIODO-EOF
           END-IF
           PERFORM UNTIL WS-PERIODO-EOF = 'Y'
               READ PERIODO-FILE
                   AT END
                       MOVE 'Y' TO WS-PERIODO-EOF
                   NOT AT END
                       PERFORM GUARDA-PERIODO
               END-READ
           END-PERFORM
           IF WS-PERIODO-STATUS NOT = '35'
               CLOSE PERIODO-FILE
           END-IF.

       GUARDA-PERIODO.
           MOVE PERIODO-RECORD TO WS-PERIODO-FISCAL
           IF WS-PF-PERIODO NOT = SPACE
               IF WS-PERIODO-COUNT >= WS-PERIODO-MAXIMO
                   DISPLAY 'VerificaPeriodo: mais de '
                           WS-PERIODO-MAXIMO ' periodos - '
                           'excedente ignorado.'
                   MOVE 'Y' TO WS-PERIODO-EOF
               ELSE
                   ADD 1 TO WS-PERIODO-COUNT
                   MOVE WS-PF-PERIODO TO
                       WS-PT-PERIODO(WS-PERIODO-COUNT)
                   MOVE WS-PF-STATUS TO
                       WS-PT-STATUS(WS-PERIODO-COUNT)
               END-IF
           END-IF.
