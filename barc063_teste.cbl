       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RotacionaLogs.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Monthly rotation of the
      *>             operational logs that only ever grew - eventos.dat,
      *>             manutencaonumeros.log, manutencaofornecedores.log,
      *>             transmissoes.log, calculadora.tape,
      *>             gerarquivosaida.err, gerarquivosaida.rejhist and
      *>             ciclo_controle.dat. Every entry of those files
      *>             starts with its AAAAMMDD date; each month older
      *>             than the ROTACAO_MESES most recent (default 3,
      *>             counting the current month, never fewer than 2)
      *>             is appended to the archive file
      *>             <ROTACAO_DIR><file>.AAAAMM, closed by a CONTROLE
      *>             record (shared ROTACREC layout) with the month's
      *>             count and first and last entry keys, listed in
      *>             the rotation catalog rotacao.cat, and only then
      *>             taken out of the live file - the live file is
      *>             replaced only after kept plus archived entries
      *>             balance against what was read. Readers find an
      *>             archived month through LocalizaArquivoMorto.
      *>             Entries still needed are never moved: in
      *>             manutencaonumeros.log nothing from the month of
      *>             the incremental watermark (lastrun.dat) on, for
      *>             the extract's sweep; nothing from the month of
      *>             the oldest of the last 20 reversible actions on,
      *>             for ReverteManutencao; and only months already
      *>             closed through ManutencaoPeriodos. In
      *>             ciclo_controle.dat nothing from the month of the
      *>             oldest cycle date with a step started and not
      *>             completed, or of a pending catch-up day
      *>             (ciclo_recuperacao.dat), on. Refuses to run while
      *>             GERSAIDA holds its lock. ROTACAO_SIMULA=Y only
      *>             reports what would move.
      *> 2026-10-15  Rotation made all or nothing per file: every
      *>             month's new archive is prepared beside it
      *>             (<archive>.novo) and the archives are rewritten
      *>             only once all are complete, rolled back to their
      *>             previous entries if any later step fails; the live
      *>             file's rewrite checks both opens before truncating,
      *>             and the catalog lines are written last. SUSPENDER
      *>             and LIBERAR entries now count toward the reversal
      *>             window, since ReverteManutencao can undo them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEM-FILE ASSIGN TO WS-ORIGEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ARQUIVO-FILE ASSIGN TO WS-ARQUIVO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUIVO-STATUS.

           SELECT NOVO-FILE ASSIGN TO WS-NOVO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOVO-STATUS.

           SELECT TEMP-FILE ASSIGN TO WS-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT CATALOGO-FILE ASSIGN TO 'rotacao.cat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT LASTRUN-FILE ASSIGN TO 'lastrun.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.

           SELECT RECUPERACAO-FILE ASSIGN TO 'ciclo_recuperacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACAO-STATUS.

           SELECT LOCK-FILE ASSIGN TO 'gersaida.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Generic view of any of the rotated files - only the
      *> leading AAAAMMDD (and the AAAAMMDDHHMMSS key where there
      *> is one) is looked at.
       FD  ORIGEM-FILE.
       01  ORIGEM-RECORD             PIC X(200).

       FD  ARQUIVO-FILE.
       01  ARQUIVO-RECORD            PIC X(200).

      *> A month's archive as it will be once committed: the
      *> archive's current entries followed by the month's batch.
       FD  NOVO-FILE.
       01  NOVO-RECORD               PIC X(200).

       FD  TEMP-FILE.
       01  TEMP-RECORD               PIC X(200).

       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD           PIC X(136).

       FD  LASTRUN-FILE.
       01  LASTRUN-RECORD            PIC X(26).

       FD  RECUPERACAO-FILE.
       01  RECUPERACAO-RECORD.
           05  RCP-DATA              PIC X(8).
           05  FILLER                PIC X.
           05  RCP-TIMESTAMP         PIC X(26).

       FD  LOCK-FILE.
       01  LOCK-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORIGEM-STATUS      PIC X(2).
       01  WS-ARQUIVO-STATUS     PIC X(2).
       01  WS-TEMP-STATUS        PIC X(2).
       01  WS-NOVO-STATUS        PIC X(2).
       01  WS-CATALOGO-STATUS    PIC X(2).
       01  WS-LASTRUN-STATUS     PIC X(2).
       01  WS-RECUPERACAO-STATUS PIC X(2).
       01  WS-LOCK-STATUS        PIC X(2).
       01  WS-ORIGEM-NAME        PIC X(60).
       01  WS-ARQUIVO-NAME       PIC X(60).
       01  WS-TEMP-NAME          PIC X(60) VALUE 'rotacao.tmp'.
       01  WS-NOVO-NAME          PIC X(66).
       01  WS-DELETE-RC          PIC S9(9) COMP.
       01  WS-ENV-NAME           PIC X(30).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-EOF                PIC X     VALUE 'N'.

       01  WS-MESES-TXT          PIC X(3).
       01  WS-MESES              PIC 9(3)  VALUE 3.
       01  WS-MESES-MINIMO       PIC 9(3)  VALUE 2.
       01  WS-DIRETORIO          PIC X(40) VALUE SPACE.
       01  WS-SIMULA             PIC X     VALUE 'N'.

      *> Months as a running count (ano * 12 + mes - 1), so the
      *> cutoff is a plain subtraction across year ends.
       01  WS-ANO                PIC 9(4).
       01  WS-MES                PIC 9(2).
       01  WS-MES-SEQ            PIC 9(6).
       01  WS-MES-CORTE          PIC X(6).
       01  WS-LIMITE-MES         PIC X(6).
       01  WS-CANDIDATO-MES      PIC X(6).
       01  WS-LIMITE-MOTIVO      PIC X(40).

      *> The files rotated, and what protects entries in each:
      *> M = change log (sweep, reversal, closed periods),
      *> C = step tracker, space = retention only.
       01  WS-ROTACAO-LISTA.
           05  FILLER                PIC X(31)
               VALUE 'eventos.dat                    '.
           05  FILLER                PIC X(31)
               VALUE 'manutencaonumeros.log         M'.
           05  FILLER                PIC X(31)
               VALUE 'manutencaofornecedores.log     '.
           05  FILLER                PIC X(31)
               VALUE 'transmissoes.log               '.
           05  FILLER                PIC X(31)
               VALUE 'calculadora.tape               '.
           05  FILLER                PIC X(31)
               VALUE 'gerarquivosaida.err            '.
           05  FILLER                PIC X(31)
               VALUE 'gerarquivosaida.rejhist        '.
           05  FILLER                PIC X(31)
               VALUE 'ciclo_controle.dat            C'.
       01  WS-ROTACAO-TABELA REDEFINES WS-ROTACAO-LISTA.
           05  WS-ROT-ENTRADA    OCCURS 8 TIMES.
               10  WS-ROT-ARQUIVO    PIC X(30).
               10  WS-ROT-PROTECAO   PIC X.
       01  WS-ROT-COUNT          PIC 9(2)  VALUE 8.
       01  WS-ROT-IDX            PIC 9(2).

      *> Distinct months found in the file being rotated.
       01  WS-MS-COUNT           PIC 9(3)  VALUE 0.
       01  WS-MS-MAXIMO          PIC 9(3)  VALUE 240.
       01  WS-MS-TABELA.
           05  WS-MS-ENTRADA     OCCURS 240 TIMES.
               10  WS-MS-MES         PIC X(6).
               10  WS-MS-ROTACIONA   PIC X.
               10  WS-MS-QTD         PIC 9(9).
               10  WS-MS-GRAVADOS    PIC 9(9).
               10  WS-MS-PRIMEIRO    PIC X(14).
               10  WS-MS-ULTIMO      PIC X(14).
      *> Entries the archive held before this run, and how far
      *> the month got: P = new archive prepared, C = archive
      *> rewritten, X = rewritten and could not be restored.
               10  WS-MS-ANTIGOS     PIC 9(9).
               10  WS-MS-FASE        PIC X.
       01  WS-MS-IDX             PIC 9(3).
       01  WS-MS-ACHOU           PIC X.

       01  WS-LIDOS              PIC 9(9).
       01  WS-MANTIDOS           PIC 9(9).
       01  WS-A-ARQUIVAR         PIC 9(9).
       01  WS-ARQUIVADOS         PIC 9(9).
       01  WS-SEM-DATA           PIC 9(9).
       01  WS-COPIADOS           PIC 9(9).
       01  WS-ARQUIVO-OK         PIC X.
       01  WS-GRAVACAO-OK        PIC X.
       01  WS-VIVO-PARCIAL       PIC X     VALUE 'N'.
       01  WS-RESTAURADOS        PIC 9(9).
       01  WS-MESES-MOVIDOS      PIC 9(5)  VALUE 0.
       01  WS-TOTAL-MOVIDOS      PIC 9(9)  VALUE 0.
       01  WS-ARQUIVOS-ERRO      PIC 9(2)  VALUE 0.

      *> Change-log protection: the reversal window of
      *> ReverteManutencao, oldest first.
       01  WS-JANELA             PIC 9(2)  VALUE 20.
       01  WS-JAN-COUNT          PIC 9(2)  VALUE 0.
       01  WS-JAN-TABELA.
           05  WS-JAN-MES        PIC X(6) OCCURS 20 TIMES.
       01  WS-I                  PIC 9(3).
       01  WS-PERIODO            PIC X(6).
       01  WS-PERIODO-SITUACAO   PIC X.

      *> Step-tracker protection: cycle date and step of each
      *> INICIADA, cleared again by its CONCLUIDA.
       01  WS-ETP-COUNT          PIC 9(4)  VALUE 0.
       01  WS-ETP-MAXIMO         PIC 9(4)  VALUE 2000.
       01  WS-ETP-TABELA.
           05  WS-ETP-ENTRADA    OCCURS 2000 TIMES.
               10  WS-ETP-DATA       PIC X(8).
               10  WS-ETP-ETAPA      PIC X(12).
               10  WS-ETP-PENDENTE   PIC X.
       01  WS-ETP-IDX            PIC 9(4).
       01  WS-ETP-ACHOU          PIC X.
       01  WS-CICLO-REG.
           05  WS-CI-DATA            PIC X(8).
           05  FILLER                PIC X.
           05  WS-CI-ETAPA           PIC X(12).
           05  FILLER                PIC X.
           05  WS-CI-EVENTO          PIC X(10).
           05  FILLER                PIC X.
           05  WS-CI-TIMESTAMP       PIC X(26).
       01  WS-CHANGE-REG.
           05  WS-CL-TIMESTAMP       PIC X(26).
           05  FILLER                PIC X.
           05  WS-CL-USUARIO         PIC X(8).
           05  FILLER                PIC X.
           05  WS-CL-ACAO            PIC X(10).

       COPY ROTACREC.
       COPY EVENTREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM VERIFICA-LOCK
           PERFORM VARYING WS-ROT-IDX FROM 1 BY 1
                   UNTIL WS-ROT-IDX > WS-ROT-COUNT
                   OR WS-VIVO-PARCIAL = 'Y'
               PERFORM ROTACIONA-ARQUIVO
           END-PERFORM
           PERFORM PRINT-SUMMARY
           IF WS-ARQUIVOS-ERRO > 0
               PERFORM GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'ROTACAO_MESES' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MESES-TXT FROM ENVIRONMENT-VALUE
           IF WS-MESES-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-MESES-TXT) > 0
               COMPUTE WS-MESES = FUNCTION NUMVAL(WS-MESES-TXT)
           END-IF
      *> The one-month lookbacks (scorecard, supplier inquiry,
      *> value history) read the live files only.
           IF WS-MESES < WS-MESES-MINIMO
               DISPLAY 'ROTACAO_MESES abaixo do minimo - mantidos '
                       WS-MESES-MINIMO ' meses.'
               MOVE WS-MESES-MINIMO TO WS-MESES
           END-IF
           MOVE 'ROTACAO_DIR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DIRETORIO FROM ENVIRONMENT-VALUE
           MOVE 'ROTACAO_SIMULA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SIMULA FROM ENVIRONMENT-VALUE
           IF WS-SIMULA NOT = 'Y'
               MOVE 'N' TO WS-SIMULA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ANO
           MOVE WS-TIMESTAMP(5:2) TO WS-MES
           COMPUTE WS-MES-SEQ = WS-ANO * 12 + WS-MES - 1
               - (WS-MESES - 1)
           COMPUTE WS-ANO = WS-MES-SEQ / 12
           COMPUTE WS-MES = FUNCTION MOD(WS-MES-SEQ 12) + 1
           MOVE WS-ANO TO WS-MES-CORTE(1:4)
           MOVE WS-MES TO WS-MES-CORTE(5:2)
           DISPLAY 'RotacionaLogs - meses anteriores a '
                   WS-MES-CORTE ' saem dos arquivos vivos.'
           IF WS-SIMULA = 'Y'
               DISPLAY 'ROTACAO_SIMULA=Y - nada sera alterado.'
           END-IF.

      *> Rewriting a file GERSAIDA is appending to would lose its
      *> entries - the rotation waits for the stream to finish.
       VERIFICA-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               CLOSE LOCK-FILE
               DISPLAY 'GERSAIDA em execucao (gersaida.lock) - '
                       'rotacao recusada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ROTACIONA-ARQUIVO.
           MOVE WS-ROT-ARQUIVO(WS-ROT-IDX) TO WS-ORIGEM-NAME
           MOVE WS-MES-CORTE TO WS-LIMITE-MES
           MOVE 'retencao' TO WS-LIMITE-MOTIVO
           EVALUATE WS-ROT-PROTECAO(WS-ROT-IDX)
               WHEN 'M'
                   PERFORM PROTEGE-LOG-MUDANCAS
               WHEN 'C'
                   PERFORM PROTEGE-CICLO
           END-EVALUATE
           DISPLAY '----------------------------------------'
           DISPLAY WS-ORIGEM-NAME ' - rotaciona antes de '
                   WS-LIMITE-MES ' (' FUNCTION TRIM(WS-LIMITE-MOTIVO)
                   ')'
           PERFORM LEVANTA-MESES
           IF WS-A-ARQUIVAR = 0
               DISPLAY '  Nada a rotacionar.'
           ELSE
               PERFORM LISTA-MESES
               IF WS-SIMULA = 'N'
                   PERFORM EXECUTA-ROTACAO
               END-IF
           END-IF.

      *> A month is only lowered to, never raised - each rule can
      *> only protect more.
       REDUZ-LIMITE.
           IF WS-CANDIDATO-MES IS NUMERIC
                   AND WS-CANDIDATO-MES < WS-LIMITE-MES
               MOVE WS-CANDIDATO-MES TO WS-LIMITE-MES
           END-IF.

       PROTEGE-LOG-MUDANCAS.
           MOVE SPACE TO WS-CANDIDATO-MES
           OPEN INPUT LASTRUN-FILE
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
               IF WS-LASTRUN-STATUS = '00'
                   MOVE LASTRUN-RECORD(1:4) TO WS-CANDIDATO-MES(1:4)
                   MOVE LASTRUN-RECORD(6:2) TO WS-CANDIDATO-MES(5:2)
               END-IF
               CLOSE LASTRUN-FILE
           END-IF
           IF WS-CANDIDATO-MES IS NUMERIC
                   AND WS-CANDIDATO-MES < WS-LIMITE-MES
               MOVE 'marca d''agua do extract' TO WS-LIMITE-MOTIVO
           END-IF
           PERFORM REDUZ-LIMITE
           MOVE 0 TO WS-JAN-COUNT
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORIGEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ORIGEM-RECORD TO WS-CHANGE-REG
                       IF WS-CL-ACAO = 'INCLUIR'
                               OR WS-CL-ACAO = 'CORRIGIR'
                               OR WS-CL-ACAO = 'EXCLUIR'
                               OR WS-CL-ACAO = 'SUSPENDER'
                               OR WS-CL-ACAO = 'LIBERAR'
                           PERFORM GUARDA-JANELA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORIGEM-STATUS NOT = '35'
               CLOSE ORIGEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-JAN-COUNT > 0
               MOVE WS-JAN-MES(1) TO WS-CANDIDATO-MES
               IF WS-CANDIDATO-MES IS NUMERIC
                       AND WS-CANDIDATO-MES < WS-LIMITE-MES
                   MOVE 'janela de reversao' TO WS-LIMITE-MOTIVO
               END-IF
               PERFORM REDUZ-LIMITE
           END-IF.

      *> Same window ReverteManutencao lists: the last WS-JANELA
      *> reversible actions.
       GUARDA-JANELA.
           IF WS-JAN-COUNT >= WS-JANELA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-JANELA
                   MOVE WS-JAN-MES(WS-I + 1) TO WS-JAN-MES(WS-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-JAN-COUNT
           END-IF
           ADD 1 TO WS-JAN-COUNT
           MOVE WS-CL-TIMESTAMP(1:6) TO WS-JAN-MES(WS-JAN-COUNT).

       PROTEGE-CICLO.
           MOVE 0 TO WS-ETP-COUNT
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORIGEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ORIGEM-RECORD TO WS-CICLO-REG
                       PERFORM ACUMULA-ETAPA
               END-READ
           END-PERFORM
           IF WS-ORIGEM-STATUS NOT = '35'
               CLOSE ORIGEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                   UNTIL WS-ETP-IDX > WS-ETP-COUNT
               IF WS-ETP-PENDENTE(WS-ETP-IDX) = 'Y'
                   MOVE WS-ETP-DATA(WS-ETP-IDX)(1:6)
                       TO WS-CANDIDATO-MES
                   IF WS-CANDIDATO-MES IS NUMERIC
                           AND WS-CANDIDATO-MES < WS-LIMITE-MES
                       MOVE 'etapa iniciada sem conclusao'
                           TO WS-LIMITE-MOTIVO
                   END-IF
                   PERFORM REDUZ-LIMITE
               END-IF
           END-PERFORM
           OPEN INPUT RECUPERACAO-FILE
           IF WS-RECUPERACAO-STATUS = '00'
               READ RECUPERACAO-FILE
               IF WS-RECUPERACAO-STATUS = '00'
                   MOVE RCP-DATA(1:6) TO WS-CANDIDATO-MES
                   IF WS-CANDIDATO-MES IS NUMERIC
                           AND WS-CANDIDATO-MES < WS-LIMITE-MES
                       MOVE 'dia em recuperacao' TO WS-LIMITE-MOTIVO
                   END-IF
                   PERFORM REDUZ-LIMITE
               END-IF
               CLOSE RECUPERACAO-FILE
           END-IF.

       ACUMULA-ETAPA.
           MOVE 'N' TO WS-ETP-ACHOU
           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                   UNTIL WS-ETP-IDX > WS-ETP-COUNT
                   OR WS-ETP-ACHOU = 'Y'
               IF WS-ETP-DATA(WS-ETP-IDX) = WS-CI-DATA
                       AND WS-ETP-ETAPA(WS-ETP-IDX) = WS-CI-ETAPA
                   MOVE 'Y' TO WS-ETP-ACHOU
                   IF WS-CI-EVENTO = 'CONCLUIDA'
                       MOVE 'N' TO WS-ETP-PENDENTE(WS-ETP-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ETP-PENDENTE(WS-ETP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ETP-ACHOU = 'N'
               IF WS-ETP-COUNT >= WS-ETP-MAXIMO
      *> Unable to follow every step - keep the whole file live
      *> rather than guess.
                   MOVE '000000' TO WS-LIMITE-MES
                   MOVE 'etapas alem da tabela' TO WS-LIMITE-MOTIVO
               ELSE
                   ADD 1 TO WS-ETP-COUNT
                   MOVE WS-CI-DATA TO WS-ETP-DATA(WS-ETP-COUNT)
                   MOVE WS-CI-ETAPA TO WS-ETP-ETAPA(WS-ETP-COUNT)
                   IF WS-CI-EVENTO = 'CONCLUIDA'
                       MOVE 'N' TO WS-ETP-PENDENTE(WS-ETP-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-ETP-PENDENTE(WS-ETP-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> First pass: the distinct months of the file, how many
      *> entries each, and which of them leave it.
       LEVANTA-MESES.
           MOVE 0 TO WS-MS-COUNT
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-A-ARQUIVAR
           MOVE 0 TO WS-SEM-DATA
           OPEN INPUT ORIGEM-FILE
           IF WS-ORIGEM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORIGEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM ACUMULA-MES
               END-READ
           END-PERFORM
           IF WS-ORIGEM-STATUS NOT = '35'
               CLOSE ORIGEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> An entry without a readable date stays in the live file,
      *> as does one of a month past the table.
       ACUMULA-MES.
           IF ORIGEM-RECORD(1:8) IS NOT NUMERIC
               ADD 1 TO WS-SEM-DATA
           ELSE
               PERFORM LOCALIZA-MES
               IF WS-MS-IDX > 0
                   ADD 1 TO WS-MS-QTD(WS-MS-IDX)
                   IF WS-MS-PRIMEIRO(WS-MS-IDX) = SPACE
                       MOVE ORIGEM-RECORD(1:14) TO
                           WS-MS-PRIMEIRO(WS-MS-IDX)
                   END-IF
                   MOVE ORIGEM-RECORD(1:14) TO WS-MS-ULTIMO(WS-MS-IDX)
                   IF WS-MS-ROTACIONA(WS-MS-IDX) = 'Y'
                       ADD 1 TO WS-A-ARQUIVAR
                   END-IF
               ELSE
                   ADD 1 TO WS-SEM-DATA
               END-IF
           END-IF.

       LOCALIZA-MES.
           MOVE 'N' TO WS-MS-ACHOU
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
                   OR WS-MS-ACHOU = 'Y'
               IF WS-MS-MES(WS-MS-IDX) = ORIGEM-RECORD(1:6)
                   MOVE 'Y' TO WS-MS-ACHOU
               END-IF
           END-PERFORM
           IF WS-MS-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-MS-IDX
           ELSE
               IF WS-MS-COUNT >= WS-MS-MAXIMO
                   MOVE 0 TO WS-MS-IDX
               ELSE
                   ADD 1 TO WS-MS-COUNT
                   MOVE WS-MS-COUNT TO WS-MS-IDX
                   MOVE ORIGEM-RECORD(1:6) TO WS-MS-MES(WS-MS-IDX)
                   MOVE 0 TO WS-MS-QTD(WS-MS-IDX)
                   MOVE 0 TO WS-MS-GRAVADOS(WS-MS-IDX)
                   MOVE SPACE TO WS-MS-PRIMEIRO(WS-MS-IDX)
                   MOVE SPACE TO WS-MS-ULTIMO(WS-MS-IDX)
                   MOVE 0 TO WS-MS-ANTIGOS(WS-MS-IDX)
                   MOVE SPACE TO WS-MS-FASE(WS-MS-IDX)
                   PERFORM DECIDE-ROTACAO
               END-IF
           END-IF.

      *> A change-log month also has to be closed - the trail of an
      *> open period stays where the maintenance programs write it.
       DECIDE-ROTACAO.
           MOVE 'N' TO WS-MS-ROTACIONA(WS-MS-IDX)
           IF WS-MS-MES(WS-MS-IDX) < WS-LIMITE-MES
               MOVE 'Y' TO WS-MS-ROTACIONA(WS-MS-IDX)
               IF WS-ROT-PROTECAO(WS-ROT-IDX) = 'M'
                   MOVE WS-MS-MES(WS-MS-IDX) TO WS-PERIODO
                   CALL 'VerificaPeriodo' USING WS-PERIODO
                       WS-PERIODO-SITUACAO
                   IF WS-PERIODO-SITUACAO NOT = 'F'
                       MOVE 'N' TO WS-MS-ROTACIONA(WS-MS-IDX)
                   END-IF
               END-IF
           END-IF.

       LISTA-MESES.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-ROTACIONA(WS-MS-IDX) = 'Y'
                   DISPLAY '  ' WS-MS-MES(WS-MS-IDX) ' '
                           WS-MS-QTD(WS-MS-IDX) ' registro(s) '
                           'para arquivo morto'
               ELSE
                   IF WS-MS-MES(WS-MS-IDX) < WS-LIMITE-MES
                       DISPLAY '  ' WS-MS-MES(WS-MS-IDX)
                               ' mantido - periodo nao fechado'
                   END-IF
               END-IF
           END-PERFORM.

      *> All or nothing per file. Kept entries go to the work file
      *> first and the count has to balance; every month's new
      *> archive is then prepared beside it (<archive>.novo) and
      *> only when all of them are complete are the archives
      *> rewritten. The live file is replaced after that and the
      *> catalog lines come last, so a failure before the live
      *> file is touched puts every archive back as it was and
      *> leaves the live file whole, and a month is never in the
      *> catalog without being in its archive.
       EXECUTA-ROTACAO.
           PERFORM GRAVA-MANTIDOS
           IF WS-MANTIDOS + WS-A-ARQUIVAR + WS-SEM-DATA
                   NOT = WS-LIDOS
                   OR WS-TEMP-STATUS NOT = '00'
               DISPLAY '*** ' FUNCTION TRIM(WS-ORIGEM-NAME)
                       ': contagem nao fecha (lidos ' WS-LIDOS
                       ' mantidos ' WS-MANTIDOS ') - '
                       'arquivo nao rotacionado.'
               ADD 1 TO WS-ARQUIVOS-ERRO
           ELSE
               MOVE 'Y' TO WS-ARQUIVO-OK
               MOVE 0 TO WS-ARQUIVADOS
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > WS-MS-COUNT
                       OR WS-ARQUIVO-OK = 'N'
                   IF WS-MS-ROTACIONA(WS-MS-IDX) = 'Y'
                       PERFORM PREPARA-MES
                   END-IF
               END-PERFORM
               IF WS-ARQUIVADOS NOT = WS-A-ARQUIVAR
                   MOVE 'N' TO WS-ARQUIVO-OK
               END-IF
               IF WS-ARQUIVO-OK = 'Y'
                   PERFORM VERIFICA-CATALOGO
               END-IF
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > WS-MS-COUNT
                       OR WS-ARQUIVO-OK = 'N'
                   IF WS-MS-FASE(WS-MS-IDX) = 'P'
                       PERFORM EFETIVA-MES
                   END-IF
               END-PERFORM
               IF WS-ARQUIVO-OK = 'Y'
                   PERFORM SUBSTITUI-VIVO
               END-IF
               IF WS-ARQUIVO-OK = 'N'
                   PERFORM DESFAZ-MESES
                   DISPLAY '*** ' FUNCTION TRIM(WS-ORIGEM-NAME)
                           ': rotacao nao concluida - arquivos '
                           'mortos restaurados, arquivo vivo '
                           'mantido intacto.'
                   ADD 1 TO WS-ARQUIVOS-ERRO
               ELSE
                   PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                           UNTIL WS-MS-IDX > WS-MS-COUNT
                       IF WS-MS-FASE(WS-MS-IDX) = 'C'
                           PERFORM GRAVA-CATALOGO
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM REMOVE-PREPARADOS
           END-IF
      *> After an interrupted rewrite the work file is the only
      *> complete copy of the kept entries - it stays.
           IF WS-VIVO-PARCIAL = 'N'
               CALL 'CBL_DELETE_FILE' USING WS-TEMP-NAME
                   RETURNING WS-DELETE-RC
           END-IF.

       GRAVA-MANTIDOS.
           MOVE 0 TO WS-MANTIDOS
           OPEN OUTPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY '*** Nao foi possivel abrir '
                       FUNCTION TRIM(WS-TEMP-NAME)
                       ' (status ' WS-TEMP-STATUS ').'
           ELSE
               OPEN INPUT ORIGEM-FILE
               IF WS-ORIGEM-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORIGEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ORIGEM-RECORD(1:8) IS NUMERIC
                               PERFORM LOCALIZA-MES
                           ELSE
                               MOVE 0 TO WS-MS-IDX
                           END-IF
                           IF WS-MS-IDX > 0
                               IF WS-MS-ROTACIONA(WS-MS-IDX) = 'N'
                                   WRITE TEMP-RECORD
                                       FROM ORIGEM-RECORD
                                   ADD 1 TO WS-MANTIDOS
                               END-IF
                           ELSE
                               WRITE TEMP-RECORD FROM ORIGEM-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORIGEM-STATUS NOT = '35'
                   CLOSE ORIGEM-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               CLOSE TEMP-FILE
           END-IF.

      *> <ROTACAO_DIR><file>.AAAAMM for the month at WS-MS-IDX,
      *> and the name its new version is prepared under.
       MONTA-NOME-ARQUIVO.
           MOVE SPACE TO WS-ARQUIVO-NAME
           STRING WS-DIRETORIO DELIMITED BY SPACE
                  WS-ORIGEM-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-MS-MES(WS-MS-IDX) DELIMITED BY SIZE
               INTO WS-ARQUIVO-NAME
           END-STRING
           MOVE SPACE TO WS-NOVO-NAME
           STRING WS-ARQUIVO-NAME DELIMITED BY SPACE
                  '.novo' DELIMITED BY SIZE
               INTO WS-NOVO-NAME
           END-STRING.

      *> One month: the archive's current entries, then the
      *> month's entries with the control record after them, all
      *> into the prepared file - the archive itself is not
      *> touched yet. Carrying the old entries over lets a month
      *> rotated in two goes (a late entry) still end up in one
      *> archive file.
       PREPARA-MES.
           PERFORM MONTA-NOME-ARQUIVO
           MOVE 0 TO WS-MS-ANTIGOS(WS-MS-IDX)
           MOVE 0 TO WS-MS-GRAVADOS(WS-MS-IDX)
           MOVE 'Y' TO WS-GRAVACAO-OK
           OPEN OUTPUT NOVO-FILE
           IF WS-NOVO-STATUS NOT = '00'
               DISPLAY '*** Nao foi possivel abrir '
                       FUNCTION TRIM(WS-NOVO-NAME)
                       ' (status ' WS-NOVO-STATUS ').'
               MOVE 'N' TO WS-ARQUIVO-OK
           ELSE
               MOVE 'P' TO WS-MS-FASE(WS-MS-IDX)
               OPEN INPUT ARQUIVO-FILE
               EVALUATE WS-ARQUIVO-STATUS
                   WHEN '00'
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ ARQUIVO-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF
                               NOT AT END
                                   WRITE NOVO-RECORD
                                       FROM ARQUIVO-RECORD
                                   IF WS-NOVO-STATUS NOT = '00'
                                       MOVE 'N' TO WS-GRAVACAO-OK
                                   END-IF
                                   ADD 1 TO WS-MS-ANTIGOS(WS-MS-IDX)
                           END-READ
                       END-PERFORM
                       CLOSE ARQUIVO-FILE
                       MOVE 'N' TO WS-EOF
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY '*** Nao foi possivel ler '
                               FUNCTION TRIM(WS-ARQUIVO-NAME)
                               ' (status ' WS-ARQUIVO-STATUS ').'
                       MOVE 'N' TO WS-GRAVACAO-OK
               END-EVALUATE
               OPEN INPUT ORIGEM-FILE
               IF WS-ORIGEM-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORIGEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ORIGEM-RECORD(1:6) = WS-MS-MES(WS-MS-IDX)
                                   AND ORIGEM-RECORD(1:8) IS NUMERIC
                               WRITE NOVO-RECORD FROM ORIGEM-RECORD
                               IF WS-NOVO-STATUS NOT = '00'
                                   MOVE 'N' TO WS-GRAVACAO-OK
                               END-IF
                               ADD 1 TO WS-MS-GRAVADOS(WS-MS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORIGEM-STATUS NOT = '35'
                   CLOSE ORIGEM-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               MOVE WS-ORIGEM-NAME TO WS-RT-ORIGEM
               MOVE WS-MS-MES(WS-MS-IDX) TO WS-RT-MES
               MOVE WS-MS-GRAVADOS(WS-MS-IDX) TO WS-RT-REGISTROS
               MOVE WS-MS-PRIMEIRO(WS-MS-IDX) TO WS-RT-PRIMEIRO
               MOVE WS-MS-ULTIMO(WS-MS-IDX) TO WS-RT-ULTIMO
               WRITE NOVO-RECORD FROM WS-ROT-CONTROLE
               IF WS-NOVO-STATUS NOT = '00'
                   MOVE 'N' TO WS-GRAVACAO-OK
               END-IF
               CLOSE NOVO-FILE
               EVALUATE TRUE
                   WHEN WS-GRAVACAO-OK = 'N'
                       DISPLAY '*** ' WS-MS-MES(WS-MS-IDX)
                               ': gravacao de '
                               FUNCTION TRIM(WS-NOVO-NAME)
                               ' falhou.'
                       MOVE 'N' TO WS-ARQUIVO-OK
                   WHEN WS-MS-GRAVADOS(WS-MS-IDX) NOT =
                           WS-MS-QTD(WS-MS-IDX)
                       DISPLAY '*** ' WS-MS-MES(WS-MS-IDX)
                               ': gravados ' WS-MS-GRAVADOS(WS-MS-IDX)
                               ' de ' WS-MS-QTD(WS-MS-IDX)
                       MOVE 'N' TO WS-ARQUIVO-OK
                   WHEN OTHER
                       ADD WS-MS-GRAVADOS(WS-MS-IDX) TO WS-ARQUIVADOS
               END-EVALUATE
           END-IF.

      *> Probed before any archive is rewritten - a catalog that
      *> cannot take the lines would leave the months unfindable.
       VERIFICA-CATALOGO.
           OPEN EXTEND CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = '00'
               OPEN OUTPUT CATALOGO-FILE
           END-IF
           IF WS-CATALOGO-STATUS NOT = '00'
               DISPLAY '*** rotacao.cat indisponivel (status '
                       WS-CATALOGO-STATUS ').'
               MOVE 'N' TO WS-ARQUIVO-OK
           ELSE
               CLOSE CATALOGO-FILE
           END-IF.

      *> The prepared file becomes the archive. An archive that
      *> cannot be opened for output is left as it was.
       EFETIVA-MES.
           PERFORM MONTA-NOME-ARQUIVO
           MOVE 'Y' TO WS-GRAVACAO-OK
           OPEN INPUT NOVO-FILE
           IF WS-NOVO-STATUS NOT = '00'
               DISPLAY '*** Nao foi possivel reler '
                       FUNCTION TRIM(WS-NOVO-NAME)
                       ' (status ' WS-NOVO-STATUS ').'
               MOVE 'N' TO WS-ARQUIVO-OK
           ELSE
               OPEN OUTPUT ARQUIVO-FILE
               IF WS-ARQUIVO-STATUS NOT = '00'
                   DISPLAY '*** Nao foi possivel abrir '
                           FUNCTION TRIM(WS-ARQUIVO-NAME)
                           ' (status ' WS-ARQUIVO-STATUS ').'
                   MOVE 'N' TO WS-ARQUIVO-OK
               ELSE
                   MOVE 'C' TO WS-MS-FASE(WS-MS-IDX)
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ NOVO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ARQUIVO-RECORD FROM NOVO-RECORD
                               IF WS-ARQUIVO-STATUS NOT = '00'
                                   MOVE 'N' TO WS-GRAVACAO-OK
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ARQUIVO-FILE
                   IF WS-GRAVACAO-OK = 'N'
                       DISPLAY '*** Gravacao de '
                               FUNCTION TRIM(WS-ARQUIVO-NAME)
                               ' falhou (status ' WS-ARQUIVO-STATUS
                               ').'
                       MOVE 'N' TO WS-ARQUIVO-OK
                   END-IF
               END-IF
               CLOSE NOVO-FILE
           END-IF.

      *> Every archive already rewritten goes back to the entries
      *> it held before the run - the first WS-MS-ANTIGOS lines of
      *> its prepared file - or away if it did not exist. One that
      *> cannot be restored keeps its prepared file and is named.
       DESFAZ-MESES.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-FASE(WS-MS-IDX) = 'C'
                   PERFORM MONTA-NOME-ARQUIVO
                   IF WS-MS-ANTIGOS(WS-MS-IDX) = 0
                       CALL 'CBL_DELETE_FILE' USING WS-ARQUIVO-NAME
                           RETURNING WS-DELETE-RC
                       MOVE 'P' TO WS-MS-FASE(WS-MS-IDX)
                   ELSE
                       PERFORM RESTAURA-MES
                   END-IF
               END-IF
           END-PERFORM.

       RESTAURA-MES.
           MOVE 0 TO WS-RESTAURADOS
           MOVE 'Y' TO WS-GRAVACAO-OK
           OPEN INPUT NOVO-FILE
           IF WS-NOVO-STATUS NOT = '00'
               MOVE 'N' TO WS-GRAVACAO-OK
           ELSE
               OPEN OUTPUT ARQUIVO-FILE
               IF WS-ARQUIVO-STATUS NOT = '00'
                   MOVE 'N' TO WS-GRAVACAO-OK
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           OR WS-RESTAURADOS >=
                               WS-MS-ANTIGOS(WS-MS-IDX)
                       READ NOVO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ARQUIVO-RECORD FROM NOVO-RECORD
                               IF WS-ARQUIVO-STATUS NOT = '00'
                                   MOVE 'N' TO WS-GRAVACAO-OK
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                               ADD 1 TO WS-RESTAURADOS
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ARQUIVO-FILE
               END-IF
               CLOSE NOVO-FILE
           END-IF
           IF WS-GRAVACAO-OK = 'Y'
                   AND WS-RESTAURADOS = WS-MS-ANTIGOS(WS-MS-IDX)
               MOVE 'P' TO WS-MS-FASE(WS-MS-IDX)
           ELSE
               MOVE 'X' TO WS-MS-FASE(WS-MS-IDX)
               DISPLAY '*** ' FUNCTION TRIM(WS-ARQUIVO-NAME)
                       ' nao restaurado - as primeiras '
                       WS-MS-ANTIGOS(WS-MS-IDX) ' linhas de '
                       FUNCTION TRIM(WS-NOVO-NAME)
                       ' sao o conteudo anterior.'
           END-IF.

       REMOVE-PREPARADOS.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-FASE(WS-MS-IDX) = 'P'
                       OR WS-MS-FASE(WS-MS-IDX) = 'C'
                   PERFORM MONTA-NOME-ARQUIVO
                   CALL 'CBL_DELETE_FILE' USING WS-NOVO-NAME
                       RETURNING WS-DELETE-RC
               END-IF
           END-PERFORM.

       GRAVA-CATALOGO.
           PERFORM MONTA-NOME-ARQUIVO
           MOVE WS-ORIGEM-NAME TO WS-RC-ORIGEM
           MOVE WS-MS-MES(WS-MS-IDX) TO WS-RC-MES
           MOVE WS-ARQUIVO-NAME TO WS-RC-ARQUIVO
           MOVE WS-MS-GRAVADOS(WS-MS-IDX) TO WS-RC-REGISTROS
           MOVE FUNCTION CURRENT-DATE TO WS-RC-TIMESTAMP
           OPEN EXTEND CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = '00'
               OPEN OUTPUT CATALOGO-FILE
           END-IF
           IF WS-CATALOGO-STATUS NOT = '00'
               DISPLAY '*** ' WS-MS-MES(WS-MS-IDX) ' arquivado em '
                       FUNCTION TRIM(WS-ARQUIVO-NAME)
                       ' mas fora do rotacao.cat (status '
                       WS-CATALOGO-STATUS ').'
               ADD 1 TO WS-ARQUIVOS-ERRO
           ELSE
               WRITE CATALOGO-RECORD FROM WS-ROT-CATALOGO
               CLOSE CATALOGO-FILE
           END-IF.

      *> Both opens are checked before the live file is
      *> truncated; a failure there still rolls the archives back.
      *> A rewrite that breaks off part-way leaves the archives
      *> committed and the kept entries in the work file, and the
      *> run stops so nothing else reuses that file.
       SUBSTITUI-VIVO.
           MOVE 0 TO WS-COPIADOS
           OPEN INPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY '*** Nao foi possivel reler '
                       FUNCTION TRIM(WS-TEMP-NAME)
                       ' (status ' WS-TEMP-STATUS ').'
               MOVE 'N' TO WS-ARQUIVO-OK
           ELSE
               OPEN OUTPUT ORIGEM-FILE
               IF WS-ORIGEM-STATUS NOT = '00'
                   DISPLAY '*** Nao foi possivel regravar '
                           FUNCTION TRIM(WS-ORIGEM-NAME)
                           ' (status ' WS-ORIGEM-STATUS ').'
                   MOVE 'N' TO WS-ARQUIVO-OK
                   CLOSE TEMP-FILE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TEMP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ORIGEM-RECORD FROM TEMP-RECORD
                               IF WS-ORIGEM-STATUS NOT = '00'
                                   MOVE 'Y' TO WS-VIVO-PARCIAL
                                   MOVE 'Y' TO WS-EOF
                               ELSE
                                   ADD 1 TO WS-COPIADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-FILE
                   CLOSE ORIGEM-FILE
                   MOVE 'N' TO WS-EOF
                   ADD WS-ARQUIVADOS TO WS-TOTAL-MOVIDOS
                   PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                           UNTIL WS-MS-IDX > WS-MS-COUNT
                       IF WS-MS-ROTACIONA(WS-MS-IDX) = 'Y'
                           ADD 1 TO WS-MESES-MOVIDOS
                       END-IF
                   END-PERFORM
                   IF WS-VIVO-PARCIAL = 'Y'
                       DISPLAY '*** ' FUNCTION TRIM(WS-ORIGEM-NAME)
                               ': regravacao interrompida (status '
                               WS-ORIGEM-STATUS ') - restaurar a '
                               'partir de '
                               FUNCTION TRIM(WS-TEMP-NAME)
                               '; rotacao encerrada.'
                       ADD 1 TO WS-ARQUIVOS-ERRO
                   ELSE
                       DISPLAY '  Arquivados ' WS-ARQUIVADOS
                               ', mantidos no arquivo vivo '
                               WS-COPIADOS
                   END-IF
               END-IF
           END-IF.

       PRINT-SUMMARY.
           DISPLAY '----------------------------------------'
           DISPLAY 'Meses movidos para arquivo morto : '
                   WS-MESES-MOVIDOS
           DISPLAY 'Registros movidos                : '
                   WS-TOTAL-MOVIDOS
           DISPLAY 'Arquivos com erro                : '
                   WS-ARQUIVOS-ERRO.

       GRAVA-EVENTO.
           MOVE 'RotacionaLogs' TO WS-EV-PROGRAMA
           MOVE 'A' TO WS-EV-SEVERIDADE
           MOVE SPACE TO WS-EV-RUN-ID
           MOVE 0 TO WS-EV-SQLCODE
           MOVE SPACE TO WS-EV-MENSAGEM
           STRING 'ROTACAO DE LOGS FALHOU EM ' DELIMITED BY SIZE
                  WS-ARQUIVOS-ERRO DELIMITED BY SIZE
                  ' ARQUIVO(S)' DELIMITED BY SIZE
               INTO WS-EV-MENSAGEM
           END-STRING
           CALL 'RegistraEvento' USING WS-EVENTO.
