       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ManutencaoPeriodos.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Maintenance of the fiscal period
      *>             status file (periodos.dat, shared PERIODOREC
      *>             layout) in the menu style of ManutencaoFaixas:
      *>             once a month's FechamentoMensal statement is
      *>             signed off the month is closed here, and from
      *>             then on ReverteManutencao, ReajustaSaida and
      *>             CarregaHistoricoSaida refuse to touch it (they
      *>             ask VerificaPeriodo), and ExpurgaHistorico only
      *>             archives closed months. Closing is authorized
      *>             through VerificaAutorizacao (funcao FECHARPER);
      *>             reopening a closed month needs its own funcao
      *>             (REABRIRPER) and a stated reason. Every close
      *>             and reopen is appended to periodos.log with user,
      *>             timestamp, status before and after and the
      *>             reason, so a signed-off close can only be undone
      *>             on the record. Only a month that is already over
      *>             can be closed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO 'periodos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT PERIODO-LOG-FILE ASSIGN TO 'periodos.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       01  PERIODO-RECORD        PIC X(32).

       FD  PERIODO-LOG-FILE.
       01  PERIODO-LOG-RECORD.
           05  PL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-ACAO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-PERIODO            PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-STATUS-ANTES       PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-STATUS-DEPOIS      PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  PL-MOTIVO             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PERIODO-STATUS     PIC X(2).
       01  WS-PERIODOLOG-STATUS  PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-OPCAO              PIC X.
       01  WS-CONTINUE-SWITCH    PIC X     VALUE 'S'.
       01  WS-AUT-FUNCAO         PIC X(12).
       01  WS-AUTORIZADO         PIC X.
       01  WS-ACAO-SALVA         PIC X(10).
       01  WS-CONFIRMA           PIC X.
       01  WS-ENTRADA-OK         PIC X.

       01  WS-PERIODO-EOF        PIC X     VALUE 'N'.
       01  WS-PERIODO-COUNT      PIC 9(3)  VALUE 0.
       01  WS-PERIODO-MAXIMO     PIC 9(3)  VALUE 600.
       01  WS-PERIODO-TABELA.
           05  WS-PERIODO-ENTRADA  PIC X(32) OCCURS 600 TIMES.
       01  WS-PERIODO-IDX        PIC 9(3).
       01  WS-PERIODO-ESCOLHA    PIC 9(3).

       01  WS-PERIODO            PIC X(6).
       01  WS-PER-MES            PIC 9(2).
       01  WS-STATUS-ANTES       PIC X.
       01  WS-STATUS-NOVO        PIC X.
       01  WS-MOTIVO             PIC X(40).

       COPY PERIODOREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM CARREGA-PERIODOS
           OPEN EXTEND PERIODO-LOG-FILE
           IF WS-PERIODOLOG-STATUS NOT = '00'
               OPEN OUTPUT PERIODO-LOG-FILE
           END-IF
           PERFORM UNTIL WS-CONTINUE-SWITCH NOT = 'S'
               PERFORM SHOW-MENU
               PERFORM PROCESS-OPCAO
           END-PERFORM
           CLOSE PERIODO-LOG-FILE
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

       SHOW-MENU.
           DISPLAY '========================================'
           DISPLAY 'Periodos fiscais'
           DISPLAY '1 - Listar periodos'
           DISPLAY '2 - Fechar periodo'
           DISPLAY '3 - Reabrir periodo'
           DISPLAY '4 - Sair'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

       PROCESS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM LISTA-PERIODOS
               WHEN '2'
                   MOVE 'FECHARPER' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM FECHA-PERIODO
                   END-IF
               WHEN '3'
                   MOVE 'REABRIRPER' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM REABRE-PERIODO
                   END-IF
               WHEN '4'
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.

       VERIFICA-AUTORIZACAO.
           CALL 'VerificaAutorizacao' USING WS-USUARIO
               WS-AUT-FUNCAO WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'Usuario ' WS-USUARIO ' nao autorizado '
                       'para ' WS-AUT-FUNCAO '.'
           END-IF.

      *> The whole file is held in storage for the session - every
      *> change rewrites it from the table, so the file on disk
      *> never holds a half-applied change.
       CARREGA-PERIODOS.
           MOVE 0 TO WS-PERIODO-COUNT
           MOVE 'N' TO WS-PERIODO-EOF
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
           IF PERIODO-RECORD = SPACE
               CONTINUE
           ELSE
               IF WS-PERIODO-COUNT >= WS-PERIODO-MAXIMO
                   DISPLAY 'Mais de ' WS-PERIODO-MAXIMO ' periodos '
                           'no arquivo - excedente ignorado.'
                   MOVE 'Y' TO WS-PERIODO-EOF
               ELSE
                   ADD 1 TO WS-PERIODO-COUNT
                   MOVE PERIODO-RECORD TO
                       WS-PERIODO-ENTRADA(WS-PERIODO-COUNT)
               END-IF
           END-IF.

       GRAVA-PERIODOS.
           OPEN OUTPUT PERIODO-FILE
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-PERIODO-COUNT
               WRITE PERIODO-RECORD FROM
                   WS-PERIODO-ENTRADA(WS-PERIODO-IDX)
           END-PERFORM
           CLOSE PERIODO-FILE.

       LISTA-PERIODOS.
           IF WS-PERIODO-COUNT = 0
               DISPLAY 'Nenhum periodo fechado - todos abertos.'
           END-IF
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-PERIODO-COUNT
               MOVE WS-PERIODO-ENTRADA(WS-PERIODO-IDX)
                   TO WS-PERIODO-FISCAL
               DISPLAY WS-PF-PERIODO ' ' WS-PF-STATUS ' por '
                       WS-PF-USUARIO ' em ' WS-PF-ATUALIZADO-TS
           END-PERFORM.

      *> A month that never closed, or was reopened, can be
      *> (re)closed; the current and future months cannot - their
      *> figures are still arriving.
       FECHA-PERIODO.
           PERFORM PEDE-PERIODO
           IF WS-ENTRADA-OK = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               IF WS-PERIODO NOT < WS-TIMESTAMP(1:6)
                   DISPLAY 'Periodo ainda nao encerrado - nada '
                           'fechado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               PERFORM LOCALIZA-PERIODO
               IF WS-STATUS-ANTES = 'F'
                   DISPLAY 'Periodo ' WS-PERIODO ' ja fechado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Confirma o fechamento de ' WS-PERIODO
                       ' (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE SPACE TO WS-MOTIVO
                   MOVE 'F' TO WS-STATUS-NOVO
                   PERFORM ATUALIZA-PERIODO
                   IF WS-ENTRADA-OK = 'Y'
                       MOVE 'FECHAR' TO PL-ACAO
                       PERFORM GRAVA-LOG
                       DISPLAY 'Periodo ' WS-PERIODO ' fechado.'
                   END-IF
               ELSE
                   DISPLAY 'Fechamento cancelado.'
               END-IF
           END-IF.

      *> Only a closed month can be reopened, and never without a
      *> reason - the reason goes on the audit line.
       REABRE-PERIODO.
           PERFORM PEDE-PERIODO
           IF WS-ENTRADA-OK = 'Y'
               PERFORM LOCALIZA-PERIODO
               IF WS-STATUS-ANTES NOT = 'F'
                   DISPLAY 'Periodo ' WS-PERIODO ' nao esta '
                           'fechado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Motivo da reabertura: '
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACE
                   DISPLAY 'Motivo obrigatorio - nada reaberto.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               MOVE 'R' TO WS-STATUS-NOVO
               PERFORM ATUALIZA-PERIODO
               IF WS-ENTRADA-OK = 'Y'
                   MOVE 'REABRIR' TO PL-ACAO
                   PERFORM GRAVA-LOG
                   DISPLAY 'Periodo ' WS-PERIODO ' reaberto.'
               END-IF
           END-IF.

       PEDE-PERIODO.
           MOVE 'Y' TO WS-ENTRADA-OK
           DISPLAY 'Periodo (AAAAMM): '
           ACCEPT WS-PERIODO
           IF WS-PERIODO IS NOT NUMERIC
               DISPLAY 'Periodo invalido.'
               MOVE 'N' TO WS-ENTRADA-OK
           ELSE
               MOVE WS-PERIODO(5:2) TO WS-PER-MES
               IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   DISPLAY 'Periodo invalido.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF.

      *> Leaves the month's index in WS-PERIODO-ESCOLHA (0 when the
      *> month has no line yet) and its status in WS-STATUS-ANTES
      *> (A for a month never closed).
       LOCALIZA-PERIODO.
           MOVE 0 TO WS-PERIODO-ESCOLHA
           MOVE 'A' TO WS-STATUS-ANTES
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-PERIODO-COUNT
               MOVE WS-PERIODO-ENTRADA(WS-PERIODO-IDX)
                   TO WS-PERIODO-FISCAL
               IF WS-PF-PERIODO = WS-PERIODO
                   MOVE WS-PERIODO-IDX TO WS-PERIODO-ESCOLHA
                   MOVE WS-PF-STATUS TO WS-STATUS-ANTES
               END-IF
           END-PERFORM.

      *> The month's line is replaced in place or added, then the
      *> file is rewritten.
       ATUALIZA-PERIODO.
           MOVE SPACES TO WS-PERIODO-FISCAL
           MOVE WS-PERIODO TO WS-PF-PERIODO
           MOVE WS-STATUS-NOVO TO WS-PF-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-PF-ATUALIZADO-TS
           MOVE WS-USUARIO TO WS-PF-USUARIO
           IF WS-PERIODO-ESCOLHA = 0
               IF WS-PERIODO-COUNT >= WS-PERIODO-MAXIMO
                   DISPLAY 'Arquivo de periodos cheio ('
                           WS-PERIODO-MAXIMO ') - nada gravado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               ELSE
                   ADD 1 TO WS-PERIODO-COUNT
                   MOVE WS-PERIODO-FISCAL TO
                       WS-PERIODO-ENTRADA(WS-PERIODO-COUNT)
               END-IF
           ELSE
               MOVE WS-PERIODO-FISCAL TO
                   WS-PERIODO-ENTRADA(WS-PERIODO-ESCOLHA)
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               PERFORM GRAVA-PERIODOS
           END-IF.

       GRAVA-LOG.
           MOVE PL-ACAO TO WS-ACAO-SALVA
           MOVE SPACES TO PERIODO-LOG-RECORD
           MOVE WS-ACAO-SALVA TO PL-ACAO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO PL-TIMESTAMP
           MOVE WS-USUARIO TO PL-USUARIO
           MOVE WS-PERIODO TO PL-PERIODO
           MOVE WS-STATUS-ANTES TO PL-STATUS-ANTES
           MOVE WS-STATUS-NOVO TO PL-STATUS-DEPOIS
           MOVE WS-MOTIVO TO PL-MOTIVO
           WRITE PERIODO-LOG-RECORD.
