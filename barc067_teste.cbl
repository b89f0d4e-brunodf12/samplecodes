       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PromoveRegrasValidacao.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Controlled promotion of a
      *>             candidate validation rules file that
      *>             SimulaRegrasValidacao has already judged. Shows
      *>             the last simulation (regras_simulacao.dat,
      *>             shared SIMREGREC layout) - who ran it, when,
      *>             and how many rows become newly rejected or
      *>             accepted - and refuses when there is none, or
      *>             when the staged candidate no longer matches the
      *>             copy that was simulated (validanumerosaida
      *>             .simulada): an edit after the review needs a new
      *>             simulation. The operator must hold funcao
      *>             REGRAS in VerificaAutorizacao and confirm. The
      *>             rules in force are kept as
      *>             validanumerosaida.anterior (staging that file as
      *>             the candidate is how a promotion is backed out),
      *>             the simulated copy becomes
      *>             validanumerosaida.rules, and the promotion is
      *>             appended to regras.log with the user, both rule
      *>             counts and the simulation's figures. The
      *>             simulation record is then cleared, so each
      *>             promotion follows its own review.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATUAL-FILE ASSIGN TO 'validanumerosaida.rules'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATUAL-STATUS.

           SELECT ANTERIOR-FILE ASSIGN TO 'validanumerosaida.anterior'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT SIMULADA-FILE ASSIGN TO WS-SIMULADA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULADA-STATUS.

           SELECT CANDIDATA-FILE ASSIGN TO WS-CANDIDATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATA-STATUS.

           SELECT SIMULACAO-FILE ASSIGN TO WS-SIMULACAO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULACAO-STATUS.

           SELECT REGRAS-LOG-FILE ASSIGN TO 'regras.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRASLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATUAL-FILE.
       01  ATUAL-RECORD          PIC X(64).

       FD  ANTERIOR-FILE.
       01  ANTERIOR-RECORD       PIC X(64).

       FD  SIMULADA-FILE.
       01  SIMULADA-RECORD       PIC X(64).

       FD  CANDIDATA-FILE.
       01  CANDIDATA-RECORD      PIC X(64).

       FD  SIMULACAO-FILE.
       01  SIMULACAO-RECORD      PIC X(155).

       FD  REGRAS-LOG-FILE.
       01  REGRAS-LOG-RECORD.
           05  GL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-ACAO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-REGRAS-ANTES       PIC 9(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-REGRAS-DEPOIS      PIC 9(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-NOVAS-REJ          PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-NOVAS-ACE          PIC 9(9).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-SIMULADO-TS        PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  GL-SIMULADO-POR       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-ATUAL-STATUS       PIC X(2).
       01  WS-ANTERIOR-STATUS    PIC X(2).
       01  WS-SIMULADA-STATUS    PIC X(2).
       01  WS-CANDIDATA-STATUS   PIC X(2).
       01  WS-SIMULACAO-STATUS   PIC X(2).
       01  WS-REGRASLOG-STATUS   PIC X(2).
       01  WS-SIMULADA-NAME      PIC X(60)
           VALUE 'validanumerosaida.simulada'.
       01  WS-SIMULACAO-NAME     PIC X(60)
           VALUE 'regras_simulacao.dat'.
       01  WS-CANDIDATA-NAME     PIC X(60).
       01  WS-DELETE-RC          PIC S9(9) COMP.
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-AUT-FUNCAO         PIC X(12) VALUE 'REGRAS'.
       01  WS-AUTORIZADO         PIC X.
       01  WS-CONFIRMA           PIC X.
       01  WS-EOF                PIC X     VALUE 'N'.
       01  WS-CAND-EOF           PIC X     VALUE 'N'.
       01  WS-IGUAIS             PIC X.
       01  WS-REGRAS-ANTES       PIC 9(3)  VALUE 0.
       01  WS-REGRAS-DEPOIS      PIC 9(3)  VALUE 0.

       COPY REGRAREC.
       COPY SIMREGREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM LE-SIMULACAO
           PERFORM MOSTRA-SIMULACAO
           PERFORM CONFERE-CANDIDATA
           IF WS-IGUAIS NOT = 'Y'
               DISPLAY 'A candidata foi alterada depois da '
                       'simulacao - rode SimulaRegrasValidacao de '
                       'novo.'
               STOP RUN
           END-IF
           CALL 'VerificaAutorizacao' USING WS-USUARIO
               WS-AUT-FUNCAO WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'Usuario ' WS-USUARIO ' nao autorizado '
                       'para ' WS-AUT-FUNCAO '.'
               STOP RUN
           END-IF
           DISPLAY 'Promover a candidata para '
                   'validanumerosaida.rules? (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM PROMOVE-CANDIDATA
           ELSE
               DISPLAY 'Promocao cancelada.'
           END-IF
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

       LE-SIMULACAO.
           OPEN INPUT SIMULACAO-FILE
           IF WS-SIMULACAO-STATUS NOT = '00'
               DISPLAY 'Nenhuma simulacao pendente - rode '
                       'SimulaRegrasValidacao antes de promover.'
               STOP RUN
           END-IF
           READ SIMULACAO-FILE
               AT END
                   MOVE SPACE TO SIMULACAO-RECORD
           END-READ
           CLOSE SIMULACAO-FILE
           MOVE SIMULACAO-RECORD TO WS-SIMULACAO-REG
           IF WS-SR-CANDIDATA = SPACE
               DISPLAY 'Registro de simulacao vazio - rode '
                       'SimulaRegrasValidacao antes de promover.'
               STOP RUN
           END-IF
           MOVE WS-SR-CANDIDATA TO WS-CANDIDATA-NAME.

       MOSTRA-SIMULACAO.
           DISPLAY '----------------------------------------'
           DISPLAY 'Ultima simulacao'
           DISPLAY 'Candidata          : '
                   FUNCTION TRIM(WS-SR-CANDIDATA)
           DISPLAY 'Simulada em        : ' WS-SR-TIMESTAMP(1:14)
                   ' por ' WS-SR-USUARIO
           DISPLAY 'Linhas da tabela   : ' WS-SR-LINHAS-TAB
           DISPLAY 'Linhas do run      : ' WS-SR-LINHAS-HIST
                   ' (' WS-SR-RUN-DATE ')'
           DISPLAY 'Novas rejeicoes    : ' WS-SR-NOVAS-REJ
           DISPLAY 'Novas aceitacoes   : ' WS-SR-NOVAS-ACE
           DISPLAY 'Motivo alterado    : ' WS-SR-MOTIVO-ALT
           DISPLAY 'Detalhe por regra em regras_simulacao.rpt'
           DISPLAY '----------------------------------------'.

      *> Line by line against the copy that was simulated; a
      *> candidate with more or fewer lines differs too.
       CONFERE-CANDIDATA.
           MOVE 'Y' TO WS-IGUAIS
           OPEN INPUT SIMULADA-FILE
           OPEN INPUT CANDIDATA-FILE
           IF WS-SIMULADA-STATUS NOT = '00'
                   OR WS-CANDIDATA-STATUS NOT = '00'
               MOVE 'N' TO WS-IGUAIS
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIMULADA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               READ CANDIDATA-FILE
                   AT END
                       MOVE 'Y' TO WS-CAND-EOF
               END-READ
               IF WS-EOF NOT = WS-CAND-EOF
                   MOVE 'N' TO WS-IGUAIS
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF WS-EOF = 'N'
                           AND SIMULADA-RECORD NOT = CANDIDATA-RECORD
                       MOVE 'N' TO WS-IGUAIS
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIMULADA-STATUS NOT = '35'
               CLOSE SIMULADA-FILE
           END-IF
           IF WS-CANDIDATA-STATUS NOT = '35'
               CLOSE CANDIDATA-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       PROMOVE-CANDIDATA.
           PERFORM GUARDA-ANTERIOR
           PERFORM INSTALA-SIMULADA
           PERFORM GRAVA-LOG
           CALL 'CBL_DELETE_FILE' USING WS-SIMULACAO-NAME
               RETURNING WS-DELETE-RC
           CALL 'CBL_DELETE_FILE' USING WS-SIMULADA-NAME
               RETURNING WS-DELETE-RC
           DISPLAY 'Regras promovidas (' WS-REGRAS-ANTES ' -> '
                   WS-REGRAS-DEPOIS ' regras); versao anterior em '
                   'validanumerosaida.anterior.'.

       GUARDA-ANTERIOR.
           OPEN OUTPUT ANTERIOR-FILE
           OPEN INPUT ATUAL-FILE
           IF WS-ATUAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE ANTERIOR-RECORD FROM ATUAL-RECORD
                       MOVE ATUAL-RECORD TO WS-REGRA-REG
                       IF WS-RGR-TIPO = 'B' OR WS-RGR-TIPO = 'M'
                               OR WS-RGR-TIPO = 'F'
                           ADD 1 TO WS-REGRAS-ANTES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ATUAL-STATUS NOT = '35'
               CLOSE ATUAL-FILE
           END-IF
           CLOSE ANTERIOR-FILE
           MOVE 'N' TO WS-EOF.

       INSTALA-SIMULADA.
           OPEN INPUT SIMULADA-FILE
           OPEN OUTPUT ATUAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIMULADA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE ATUAL-RECORD FROM SIMULADA-RECORD
                       MOVE SIMULADA-RECORD TO WS-REGRA-REG
                       IF WS-RGR-TIPO = 'B' OR WS-RGR-TIPO = 'M'
                               OR WS-RGR-TIPO = 'F'
                           ADD 1 TO WS-REGRAS-DEPOIS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIMULADA-FILE
           CLOSE ATUAL-FILE
           MOVE 'N' TO WS-EOF.

       GRAVA-LOG.
           MOVE SPACES TO REGRAS-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO GL-TIMESTAMP
           MOVE WS-USUARIO TO GL-USUARIO
           MOVE 'PROMOVER' TO GL-ACAO
           MOVE WS-REGRAS-ANTES TO GL-REGRAS-ANTES
           MOVE WS-REGRAS-DEPOIS TO GL-REGRAS-DEPOIS
           MOVE WS-SR-NOVAS-REJ TO GL-NOVAS-REJ
           MOVE WS-SR-NOVAS-ACE TO GL-NOVAS-ACE
           MOVE WS-SR-TIMESTAMP TO GL-SIMULADO-TS
           MOVE WS-SR-USUARIO TO GL-SIMULADO-POR
           OPEN EXTEND REGRAS-LOG-FILE
           IF WS-REGRASLOG-STATUS NOT = '00'
               OPEN OUTPUT REGRAS-LOG-FILE
           END-IF
           WRITE REGRAS-LOG-RECORD
           CLOSE REGRAS-LOG-FILE.
