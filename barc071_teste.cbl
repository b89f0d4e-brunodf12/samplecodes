       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ProjecaoJanela.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Batch-window projection run ahead
      *>             of the extract: VerificacaoPrevia says whether
      *>             GERSAIDA can run, this says whether it will end
      *>             inside the window. Tonight's volume is the rows
      *>             of compras.numeros changed since the lastrun.dat
      *>             watermark (the whole table on a FULL run) plus
      *>             the manutencaonumeros.log entries after the
      *>             watermark the GERSAIDA_SWEEP pass will pick up;
      *>             the rate is the rows per minute the last
      *>             PROJECAO_RUNS clean runs in gerarquivosaida.hist
      *>             actually achieved (default 5). That gives the
      *>             expected duration and end time; an end past
      *>             PROJECAO_JANELA_FIM (HHMM, default 0600 - the
      *>             next occurrence of that hour) raises a
      *>             RegistraEvento alert and a non-zero return code,
      *>             together with the partition count to hand
      *>             PlanejaParticoes (PLANEJA_PARTES) for the run to
      *>             fit, so the on-call decides before the extract
      *>             starts and not at 5 am. Informational: nothing
      *>             in the stream is held by it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LASTRUN-FILE ASSIGN TO 'lastrun.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO 'manutencaonumeros.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO 'gerarquivosaida.hist'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LASTRUN-FILE.
       01  LASTRUN-RECORD          PIC X(26).

       FD  CHANGE-LOG-FILE.
       COPY CHGLOGREC.

       FD  RUNHIST-FILE.
       COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-LASTRUN-STATUS     PIC X(2).
       01  WS-CHANGELOG-STATUS   PIC X(2).
       01  WS-RUNHIST-STATUS     PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-EXTRACT-MODE       PIC X(4)  VALUE 'FULL'.
       01  WS-SWEEP-SWITCH       PIC X     VALUE 'N'.
       01  WS-JANELA-TXT         PIC X(2).
       01  WS-JANELA             PIC 9(2)  VALUE 5.
       01  WS-FIM-TXT            PIC X(4).
       01  WS-FIM-HORA           PIC 9(2)  VALUE 6.
       01  WS-FIM-MINUTO         PIC 9(2)  VALUE 0.

       01  WS-LAST-RUN-TS        PIC X(26) VALUE
               '0001-01-01-00.00.00.000000'.
       01  WS-WATERMARK-COMPACT  PIC X(14).
       01  WS-ROWS-TABELA        PIC 9(10) VALUE 0.
       01  WS-ROWS-VARREDURA     PIC 9(10) VALUE 0.
       01  WS-VOLUME             PIC 9(10) VALUE 0.

      *> The most recent history lines; the rate is taken from the
      *> newest clean ones, up to PROJECAO_RUNS of them.
       01  WS-HIST-COUNT         PIC 9(2)  VALUE 0.
       01  WS-HIST-JANELA        PIC 9(2)  VALUE 30.
       01  WS-HIST-TABELA.
           05  WS-HIST-ENTRADA   OCCURS 30 TIMES.
               10  WS-HT-LINHAS      PIC 9(10).
               10  WS-HT-SEGUNDOS    PIC S9(9).
               10  WS-HT-RC          PIC 9(4).
       01  WS-I                  PIC 9(2).
       01  WS-LINHA-RC           PIC S9(4).
       01  WS-BASE-RUNS          PIC 9(2)  VALUE 0.
       01  WS-BASE-LINHAS        PIC 9(12) VALUE 0.
       01  WS-BASE-SEGUNDOS      PIC 9(12) VALUE 0.
       01  WS-LINHAS-MINUTO      PIC 9(9)  VALUE 0.

       01  WS-CURRENT-TS-AREA    PIC X(26).
       01  WS-TS-DIAS            PIC S9(9) COMP.
       01  WS-TS-ANO             PIC 9(4).
       01  WS-TS-MES             PIC 9(2).
       01  WS-TS-DIA             PIC 9(2).
       01  WS-TS-YYYYMMDD        PIC 9(8).
       01  WS-TS-SEGUNDOS        PIC S9(9) COMP.
       01  WS-START-DIAS         PIC S9(9) COMP.
       01  WS-START-SEGS         PIC S9(9) COMP.

      *> Instants as seconds since day 1 of INTEGER-OF-DATE.
       01  WS-AGORA              PIC X(21).
       01  WS-AGORA-DATA         PIC 9(8).
       01  WS-AGORA-SEG          PIC 9(18) VALUE 0.
       01  WS-FIM-JANELA-SEG     PIC 9(18) VALUE 0.
       01  WS-FIM-PREVISTO-SEG   PIC 9(18) VALUE 0.
       01  WS-DURACAO-SEG        PIC 9(12) VALUE 0.
       01  WS-DISPONIVEL-SEG     PIC 9(12) VALUE 0.
       01  WS-INSTANTE-SEG       PIC 9(18).
       01  WS-INSTANTE-DIAS      PIC 9(9).
       01  WS-INSTANTE-RESTO     PIC 9(5).
       01  WS-INSTANTE-DATA      PIC 9(8).
       01  WS-INSTANTE-ED.
           05  WS-IE-ANO             PIC 9(4).
           05  FILLER                PIC X     VALUE '-'.
           05  WS-IE-MES             PIC 9(2).
           05  FILLER                PIC X     VALUE '-'.
           05  WS-IE-DIA             PIC 9(2).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-IE-HORA            PIC 9(2).
           05  FILLER                PIC X     VALUE ':'.
           05  WS-IE-MINUTO          PIC 9(2).
       01  WS-DURACAO-MIN        PIC 9(9)  VALUE 0.
       01  WS-DURACAO-ED         PIC Z(8)9.
       01  WS-PARTICOES          PIC 9(9)  VALUE 0.
       01  WS-PARTES-MAXIMO      PIC 9(2)  VALUE 20.
       01  WS-PARTICOES-ED       PIC Z(8)9.

       COPY EVENTREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '========================================'
           DISPLAY 'Projecao da janela - GERSAIDA'
           PERFORM READ-RUN-OPTIONS
           PERFORM LE-MARCADAGUA
           PERFORM CONTA-TABELA
           IF WS-EXTRACT-MODE = 'INCR' AND WS-SWEEP-SWITCH = 'Y'
               PERFORM CONTA-VARREDURA
           END-IF
           COMPUTE WS-VOLUME = WS-ROWS-TABELA + WS-ROWS-VARREDURA
           PERFORM LE-RUN-HISTORY
           PERFORM CALCULA-TAXA
           DISPLAY 'Modo da extracao      : ' WS-EXTRACT-MODE
           DISPLAY 'Marca de agua         : ' WS-LAST-RUN-TS
           DISPLAY 'Linhas alteradas      : ' WS-ROWS-TABELA
           DISPLAY 'Entradas da varredura : ' WS-ROWS-VARREDURA
           DISPLAY 'Volume previsto       : ' WS-VOLUME
           DISPLAY 'Runs na base da taxa  : ' WS-BASE-RUNS
           IF WS-BASE-RUNS = 0 OR WS-LINHAS-MINUTO = 0
               DISPLAY 'Sem runs limpos no historico - duracao '
                       'nao projetada.'
               DISPLAY '========================================'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Linhas por minuto     : ' WS-LINHAS-MINUTO
           PERFORM PROJETA-FIM
           PERFORM AVALIA-JANELA
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'GERSAIDA_CONN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT DB-CONNECTION FROM ENVIRONMENT-VALUE
           IF DB-CONNECTION = SPACE
               MOVE 'compras' TO DB-CONNECTION
           END-IF
           MOVE 'GERSAIDA_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EXTRACT-MODE FROM ENVIRONMENT-VALUE
           IF WS-EXTRACT-MODE NOT = 'INCR'
               MOVE 'FULL' TO WS-EXTRACT-MODE
           END-IF
           MOVE 'GERSAIDA_SWEEP' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SWEEP-SWITCH FROM ENVIRONMENT-VALUE
           IF WS-SWEEP-SWITCH NOT = 'Y'
               MOVE 'N' TO WS-SWEEP-SWITCH
           END-IF
           MOVE 'PROJECAO_RUNS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-JANELA-TXT FROM ENVIRONMENT-VALUE
           IF WS-JANELA-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-JANELA-TXT) > 0
                   AND FUNCTION NUMVAL(WS-JANELA-TXT) <=
                       WS-HIST-JANELA
               COMPUTE WS-JANELA = FUNCTION NUMVAL(WS-JANELA-TXT)
           END-IF
           MOVE 'PROJECAO_JANELA_FIM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FIM-TXT FROM ENVIRONMENT-VALUE
           IF WS-FIM-TXT NOT = SPACE
               IF WS-FIM-TXT IS NUMERIC
                       AND WS-FIM-TXT(1:2) < '24'
                       AND WS-FIM-TXT(3:2) < '60'
                   MOVE WS-FIM-TXT(1:2) TO WS-FIM-HORA
                   MOVE WS-FIM-TXT(3:2) TO WS-FIM-MINUTO
               ELSE
                   DISPLAY 'PROJECAO_JANELA_FIM invalido (HHMM): '
                           WS-FIM-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> The same watermark the extract will use: a missing or
      *> empty lastrun.dat means the first INCR run, which starts
      *> from the default mark and so reads the whole table.
       LE-MARCADAGUA.
           OPEN INPUT LASTRUN-FILE
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
               IF WS-LASTRUN-STATUS = '00'
                   MOVE LASTRUN-RECORD TO WS-LAST-RUN-TS
               END-IF
               CLOSE LASTRUN-FILE
           END-IF
           MOVE SPACE TO WS-WATERMARK-COMPACT
           STRING WS-LAST-RUN-TS(1:4) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(6:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(9:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(12:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(15:2) DELIMITED BY SIZE
                  WS-LAST-RUN-TS(18:2) DELIMITED BY SIZE
               INTO WS-WATERMARK-COMPACT.

       CONTA-TABELA.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXTRACT-MODE = 'INCR'
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROWS-TABELA
                   FROM numeros
                   WHERE dt_atualizacao > :WS-LAST-RUN-TS
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROWS-TABELA
                   FROM numeros
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar numeros, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               PERFORM DISCONNECT-DB
               STOP RUN
           END-IF
           PERFORM DISCONNECT-DB.

      *> Every entry the sweep would consider counts, even one it
      *> ends up skipping because CURSOR1 already took the row -
      *> the projection errs on the long side.
       CONTA-VARREDURA.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGELOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (CL-ACAO = 'INCLUIR' OR CL-ACAO = 'CORRIGIR'
                               OR CL-ACAO = 'REVERTER')
                               AND CL-NUMERO-DEPOIS NOT = 0
                               AND CL-TIMESTAMP(1:14) >
                                   WS-WATERMARK-COMPACT
                           ADD 1 TO WS-ROWS-VARREDURA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHANGELOG-STATUS NOT = '35'
               CLOSE CHANGE-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

       LE-RUN-HISTORY.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ RUNHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM GUARDA-LINHA-HIST
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = '35'
               CLOSE RUNHIST-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> Keeps only the most recent lines, shifting the older ones
      *> off the top of the window - the VerificaVolumeSaida
      *> pattern. A run's work is every row it fetched: written,
      *> rejected or skipped as suspended.
       GUARDA-LINHA-HIST.
           COMPUTE WS-LINHA-RC = FUNCTION NUMVAL(RH-RETURN-CODE)
           IF WS-HIST-COUNT >= WS-HIST-JANELA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-HIST-JANELA
                   MOVE WS-HIST-ENTRADA(WS-I + 1) TO
                       WS-HIST-ENTRADA(WS-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-HIST-COUNT
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE RH-ROWS-WRITTEN TO WS-HT-LINHAS(WS-HIST-COUNT)
           ADD RH-ROWS-REJECTED TO WS-HT-LINHAS(WS-HIST-COUNT)
           IF RH-ROWS-SUSPENSAS IS NUMERIC
               ADD RH-ROWS-SUSPENSAS TO WS-HT-LINHAS(WS-HIST-COUNT)
           END-IF
           IF WS-LINHA-RC = 0
               MOVE 0 TO WS-HT-RC(WS-HIST-COUNT)
           ELSE
               MOVE 9999 TO WS-HT-RC(WS-HIST-COUNT)
           END-IF
           PERFORM CALCULA-DURACAO.

      *> RH-START-TS/RH-END-TS are both DB2 CURRENT TIMESTAMP
      *> ('AAAA-MM-DD-HH.MM.SS.ffffff') - the RelatorioHistorico
      *> duration computation.
       CALCULA-DURACAO.
           MOVE RH-START-TS TO WS-CURRENT-TS-AREA
           PERFORM DECOMPOE-TS
           MOVE WS-TS-DIAS TO WS-START-DIAS
           MOVE WS-TS-SEGUNDOS TO WS-START-SEGS
           MOVE RH-END-TS TO WS-CURRENT-TS-AREA
           PERFORM DECOMPOE-TS
           IF WS-START-DIAS = 0 OR WS-TS-DIAS = 0
               MOVE 0 TO WS-HT-SEGUNDOS(WS-HIST-COUNT)
           ELSE
               COMPUTE WS-HT-SEGUNDOS(WS-HIST-COUNT) =
                   (WS-TS-DIAS - WS-START-DIAS) * 86400
                   + WS-TS-SEGUNDOS - WS-START-SEGS
           END-IF.

       DECOMPOE-TS.
           MOVE 0 TO WS-TS-DIAS
           MOVE 0 TO WS-TS-SEGUNDOS
           IF WS-CURRENT-TS-AREA(1:4) IS NUMERIC
                   AND WS-CURRENT-TS-AREA(6:2) IS NUMERIC
                   AND WS-CURRENT-TS-AREA(9:2) IS NUMERIC
                   AND WS-CURRENT-TS-AREA(12:2) IS NUMERIC
                   AND WS-CURRENT-TS-AREA(15:2) IS NUMERIC
                   AND WS-CURRENT-TS-AREA(18:2) IS NUMERIC
               MOVE WS-CURRENT-TS-AREA(1:4) TO WS-TS-ANO
               MOVE WS-CURRENT-TS-AREA(6:2) TO WS-TS-MES
               MOVE WS-CURRENT-TS-AREA(9:2) TO WS-TS-DIA
               COMPUTE WS-TS-YYYYMMDD =
                   WS-TS-ANO * 10000 + WS-TS-MES * 100 + WS-TS-DIA
               IF WS-TS-MES >= 1 AND WS-TS-MES <= 12
                       AND WS-TS-DIA >= 1 AND WS-TS-DIA <= 31
                       AND WS-TS-ANO >= 1601
                   MOVE FUNCTION INTEGER-OF-DATE(WS-TS-YYYYMMDD)
                       TO WS-TS-DIAS
                   COMPUTE WS-TS-SEGUNDOS =
                       FUNCTION NUMVAL(WS-CURRENT-TS-AREA(12:2))
                       * 3600
                       + FUNCTION NUMVAL(WS-CURRENT-TS-AREA(15:2))
                       * 60
                       + FUNCTION NUMVAL(WS-CURRENT-TS-AREA(18:2))
               END-IF
           END-IF.

      *> Rows over seconds summed across the newest clean runs, so a
      *> long run weighs what it processed. A run that fetched
      *> nothing (a dry run, an empty night) or whose timestamps
      *> do not parse says nothing about the rate and is skipped.
       CALCULA-TAXA.
           PERFORM VARYING WS-I FROM WS-HIST-COUNT BY -1
                   UNTIL WS-I < 1 OR WS-BASE-RUNS >= WS-JANELA
               IF WS-HT-RC(WS-I) = 0
                       AND WS-HT-LINHAS(WS-I) > 0
                       AND WS-HT-SEGUNDOS(WS-I) > 0
                   ADD 1 TO WS-BASE-RUNS
                   ADD WS-HT-LINHAS(WS-I) TO WS-BASE-LINHAS
                   ADD WS-HT-SEGUNDOS(WS-I) TO WS-BASE-SEGUNDOS
               END-IF
           END-PERFORM
           IF WS-BASE-RUNS > 0
               COMPUTE WS-LINHAS-MINUTO =
                   WS-BASE-LINHAS * 60 / WS-BASE-SEGUNDOS
           END-IF.

      *> The window end is the next occurrence of the configured
      *> hour: at 22:00 a 0600 end is tomorrow morning, at 01:00 it
      *> is this morning.
       PROJETA-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           MOVE WS-AGORA(1:8) TO WS-AGORA-DATA
           COMPUTE WS-AGORA-SEG =
               FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA) * 86400
               + FUNCTION NUMVAL(WS-AGORA(9:2)) * 3600
               + FUNCTION NUMVAL(WS-AGORA(11:2)) * 60
               + FUNCTION NUMVAL(WS-AGORA(13:2))
           COMPUTE WS-FIM-JANELA-SEG =
               FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA) * 86400
               + WS-FIM-HORA * 3600 + WS-FIM-MINUTO * 60
           IF WS-FIM-JANELA-SEG <= WS-AGORA-SEG
               ADD 86400 TO WS-FIM-JANELA-SEG
           END-IF
           COMPUTE WS-DURACAO-SEG =
               (WS-BASE-SEGUNDOS * WS-VOLUME + WS-BASE-LINHAS - 1)
               / WS-BASE-LINHAS
           COMPUTE WS-DURACAO-MIN = (WS-DURACAO-SEG + 59) / 60
           COMPUTE WS-FIM-PREVISTO-SEG = WS-AGORA-SEG + WS-DURACAO-SEG
           COMPUTE WS-DISPONIVEL-SEG = WS-FIM-JANELA-SEG - WS-AGORA-SEG
           MOVE WS-DURACAO-MIN TO WS-DURACAO-ED
           DISPLAY 'Duracao prevista (min): ' WS-DURACAO-ED
           MOVE WS-AGORA-SEG TO WS-INSTANTE-SEG
           PERFORM FORMATA-INSTANTE
           DISPLAY 'Inicio (agora)        : ' WS-INSTANTE-ED
           MOVE WS-FIM-PREVISTO-SEG TO WS-INSTANTE-SEG
           PERFORM FORMATA-INSTANTE
           DISPLAY 'Fim previsto          : ' WS-INSTANTE-ED
           MOVE WS-FIM-JANELA-SEG TO WS-INSTANTE-SEG
           PERFORM FORMATA-INSTANTE
           DISPLAY 'Fim da janela         : ' WS-INSTANTE-ED.

       FORMATA-INSTANTE.
           DIVIDE WS-INSTANTE-SEG BY 86400 GIVING WS-INSTANTE-DIAS
               REMAINDER WS-INSTANTE-RESTO
           COMPUTE WS-INSTANTE-DATA =
               FUNCTION DATE-OF-INTEGER(WS-INSTANTE-DIAS)
           MOVE WS-INSTANTE-DATA(1:4) TO WS-IE-ANO
           MOVE WS-INSTANTE-DATA(5:2) TO WS-IE-MES
           MOVE WS-INSTANTE-DATA(7:2) TO WS-IE-DIA
           COMPUTE WS-IE-HORA = WS-INSTANTE-RESTO / 3600
           COMPUTE WS-IE-MINUTO =
               (WS-INSTANTE-RESTO - WS-IE-HORA * 3600) / 60.

      *> Partitions run in parallel at the same per-run rate, so
      *> the count that fits is the duration over the time left,
      *> rounded up - PlanejaParticoes cuts 2 to 20.
       AVALIA-JANELA.
           IF WS-FIM-PREVISTO-SEG <= WS-FIM-JANELA-SEG
               DISPLAY 'Extracao prevista dentro da janela.'
           ELSE
               COMPUTE WS-PARTICOES =
                   (WS-DURACAO-SEG + WS-DISPONIVEL-SEG - 1)
                   / WS-DISPONIVEL-SEG
               IF WS-PARTICOES < 2
                   MOVE 2 TO WS-PARTICOES
               END-IF
               DISPLAY '*** Fim previsto APOS o fim da janela.'
               IF WS-PARTICOES > WS-PARTES-MAXIMO
                   DISPLAY 'Nem ' WS-PARTES-MAXIMO ' particoes '
                           'cabem na janela - adiar manutencao ou '
                           'estender a janela.'
               ELSE
                   MOVE WS-PARTICOES TO WS-PARTICOES-ED
                   DISPLAY 'Particoes necessarias : '
                           WS-PARTICOES-ED
                   DISPLAY 'Rodar PlanejaParticoes com '
                           'PLANEJA_PARTES=' WS-PARTICOES(8:2)
                           ' e lancar a extracao particionada.'
               END-IF
      *> The alert goes out BEFORE the return code is set - the
      *> called routine's GOBACK hands back its own (zero)
      *> RETURN-CODE, which would wipe the flag the JCL needs.
               PERFORM GRAVA-EVENTO-JANELA
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'.

       GRAVA-EVENTO-JANELA.
           MOVE 'ProjecaoJanela' TO WS-EV-PROGRAMA
           MOVE 'A' TO WS-EV-SEVERIDADE
           MOVE SPACE TO WS-EV-RUN-ID
           MOVE 0 TO WS-EV-SQLCODE
           MOVE 'EXTRACAO PREVISTA ALEM DA JANELA - VER PROJECAO'
               TO WS-EV-MENSAGEM
           CALL 'RegistraEvento' USING WS-EVENTO.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
