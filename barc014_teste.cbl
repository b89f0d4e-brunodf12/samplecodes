      *>             repeat offenders - numeros rejected on more than
      *>             one run date, which are exactly the rows nobody
      *>             is fixing in compras.numeros.
      *> 2026-10-15  Optional RELREJ_DE / RELREJ_ATE (AAAAMMDD run
      *>             dates) narrow the report to a range; both default
      *>             to the whole history as before. Months rotated out
      *>             of gerarquivosaida.rejhist by RotacionaLogs are
      *>             read from their archive files (found through
      *>             LocalizaArquivoMorto) after the live file, so the
      *>             whole history still includes them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJHIST-FILE ASSIGN TO WS-REJHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

       01  EOF                   PIC X     VALUE 'N'.
       01  WS-SORT-EOF           PIC X     VALUE 'N'.
       01  WS-REJHIST-STATUS     PIC X(2).
       01  WS-REJHIST-NAME       PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-DATA-DE            PIC X(8)  VALUE '00000000'.
       01  WS-DATA-ATE           PIC X(8)  VALUE '99999999'.

      *> Months already rotated out of the history are read from
      *> their archive files after the live file.
       01  WS-ORIGEM             PIC X(30)
           VALUE 'gerarquivosaida.rejhist'.
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-HIST-LIDOS         PIC 9(3)  VALUE 0.
       01  WS-ARQ-LIDOS          PIC 9(3)  VALUE 0.

       COPY REJHREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '========================================'
           PERFORM READ-RUN-OPTIONS
           DISPLAY 'Historico de rejeicoes da extracao - '
                   WS-DATA-DE ' a ' WS-DATA-ATE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-NUMERO SORT-RUN-DATE
               INPUT PROCEDURE IS LE-HISTORICO
           PERFORM PRINT-TOTAIS
           STOP RUN.

      *> RELREJ_DE / RELREJ_ATE (AAAAMMDD run dates) narrow the
      *> report; both default to the whole history.
       READ-RUN-OPTIONS.
           MOVE 'RELREJ_DE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-DE FROM ENVIRONMENT-VALUE
           IF WS-DATA-DE = SPACE
               MOVE '00000000' TO WS-DATA-DE
           END-IF
           MOVE 'RELREJ_ATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-ATE FROM ENVIRONMENT-VALUE
           IF WS-DATA-ATE = SPACE
               MOVE '99999999' TO WS-DATA-ATE
           END-IF.

       LE-HISTORICO.
           MOVE WS-ORIGEM TO WS-REJHIST-NAME
           PERFORM LE-ARQUIVO-HISTORICO
           MOVE WS-DATA-DE(1:6) TO WS-MES-DE
           MOVE WS-DATA-ATE(1:6) TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-REJHIST-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-ARQUIVO-HISTORICO
               END-IF
           END-PERFORM
           IF WS-HIST-LIDOS = 0
               DISPLAY 'Sem historico de rejeicoes para ler.'
           END-IF.

       LE-ARQUIVO-HISTORICO.
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-HIST-LIDOS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REJHIST-FILE
           END-PERFORM
           IF WS-REJHIST-STATUS NOT = '35'
               CLOSE REJHIST-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> The archive's CONTROLE record carries no run date and
      *> falls outside any range.
       ACUMULA-REJEICAO.
           MOVE REJHIST-RECORD TO WS-REJH
           IF WS-RJH-RUN-DATE IS NUMERIC
                   AND WS-RJH-RUN-DATE >= WS-DATA-DE
                   AND WS-RJH-RUN-DATE <= WS-DATA-ATE
               PERFORM ACUMULA-REJEICAO-FAIXA
           END-IF.

       ACUMULA-REJEICAO-FAIXA.
           ADD 1 TO WS-TOTAL-REJEITOS
           PERFORM ACUMULA-POR-RUN
           PERFORM ACUMULA-POR-MOTIVO
                   WS-TOTAL-REJEITOS
           DISPLAY 'Runs com rejeicao               : '
                   WS-RUN-COUNT
           IF WS-ARQ-LIDOS > 0
               DISPLAY 'Arquivos mortos lidos           : '
                       WS-ARQ-LIDOS
           END-IF
           DISPLAY '========================================'.
