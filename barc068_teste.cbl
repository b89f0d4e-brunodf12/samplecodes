       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleAprovacao.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Shared maker-checker routine for
      *>             the destructive maintenance actions: an
      *>             exclusion in ManutencaoNumeros, a watermark
      *>             change in ManutencaoMarcaDagua, a reversal in
      *>             ReverteManutencao and a fornecedor status change
      *>             in ManutencaoFornecedores no longer take effect
      *>             on one keystroke - the program files a request
      *>             here (operacao S) and a second operator decides
      *>             it from the same program. The pending requests
      *>             live in aprovacoes.dat (shared APROVREC layout):
      *>             P lists the next pending request of a funcao, V
      *>             tells whether an operator may decide a request
      *>             and D records the decision (A=aprovada,
      *>             R=rejeitada). The operator who asked can never
      *>             decide the same request. A request left pending
      *>             APROVACAO_HORAS hours (default 24) expires on
      *>             the next call and is reported to the operations
      *>             event file; decided and expired requests are
      *>             dropped from the file after 90 days - their
      *>             trail lives in the programs' change logs and the
      *>             event file. LK-RESULTADO answers O=ok,
      *>             N=inexistente ou ja decidida, E=expirada,
      *>             M=mesmo operador, D=ja existe pedido pendente
      *>             igual (devolvido na area), F=arquivo cheio.
      *> 2026-10-15  The file is no longer rewritten from a table that
      *>             did not hold all of it: with more than 500 lines S,
      *>             V and D answer F and leave aprovacoes.dat as it is.
      *>             The rewrite checks its open and every write and
      *>             answers G when either fails. The 90-day purge keeps
      *>             the highest-id line, so the next request never
      *>             reuses an id a change log already carries.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACAO-FILE ASSIGN TO 'aprovacoes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROVACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVACAO-FILE.
       01  APROVACAO-RECORD      PIC X(211).

       WORKING-STORAGE SECTION.
       01  WS-APROVACAO-STATUS   PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-PARAM-LOADED       PIC X     VALUE 'N'.
       01  WS-HORAS-TXT          PIC X(3).
       01  WS-HORAS-VALIDADE     PIC 9(3)  VALUE 24.
       01  WS-DIAS-RETENCAO      PIC 9(3)  VALUE 90.
       01  WS-APR-EOF            PIC X     VALUE 'N'.
       01  WS-APR-COUNT          PIC 9(3)  VALUE 0.
       01  WS-APR-MAXIMO         PIC 9(3)  VALUE 500.
       01  WS-APR-OVERFLOW       PIC X     VALUE 'N'.
       01  WS-APR-TABELA.
           05  WS-APR-LINHA      PIC X(211) OCCURS 500 TIMES.
       01  WS-APR-ULTIMO-ID      PIC 9(6)  VALUE 0.
       01  WS-APR-RETIDA         PIC X(211).
       01  WS-APR-TEM-RETIDA     PIC X     VALUE 'N'.
       01  WS-REGRAVAR           PIC X     VALUE 'N'.
       01  WS-I                  PIC 9(3).
       01  WS-ACHADO             PIC 9(3).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-AGORA-TS           PIC X(14).
       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HORA-NUM           PIC 9(2).
       01  WS-DIAS-AGORA         PIC 9(9).
       01  WS-HORAS-AGORA        PIC 9(9).
       01  WS-DIAS-REG           PIC 9(9).
       01  WS-HORAS-REG          PIC 9(9).

      *> The caller's request, kept apart from WS-APROVACAO, which
      *> holds the table entry being looked at.
       01  WS-PED-ID             PIC 9(6).
       01  WS-PED-SITUACAO       PIC X(1).
       01  WS-PED-FUNCAO         PIC X(12).
       01  WS-PED-APROVADOR      PIC X(8).
       01  WS-PED-DADOS          PIC X(80).

       COPY APROVREC.
       COPY EVENTREC.

       LINKAGE SECTION.
       01  LK-OPERACAO           PIC X.
       01  LK-APROVACAO          PIC X(211).
       01  LK-RESULTADO          PIC X.

       PROCEDURE DIVISION USING LK-OPERACAO LK-APROVACAO
           LK-RESULTADO.
       MAIN-LOGIC.
           IF WS-PARAM-LOADED NOT = 'Y'
               PERFORM LOAD-PARAMETROS
           END-IF
           MOVE LK-APROVACAO TO WS-APROVACAO
           MOVE WS-AP-ID TO WS-PED-ID
           MOVE WS-AP-SITUACAO TO WS-PED-SITUACAO
           MOVE WS-AP-FUNCAO TO WS-PED-FUNCAO
           MOVE WS-AP-APROVADOR TO WS-PED-APROVADOR
           MOVE WS-AP-DADOS TO WS-PED-DADOS
           MOVE 'N' TO LK-RESULTADO
           MOVE 'N' TO WS-REGRAVAR
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-AGORA-TS
           MOVE WS-AGORA-TS(1:8) TO WS-DATA-NUM
           MOVE WS-AGORA-TS(9:2) TO WS-HORA-NUM
           COMPUTE WS-DIAS-AGORA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-HORAS-AGORA = WS-DIAS-AGORA * 24 + WS-HORA-NUM
           PERFORM CARREGA-APROVACOES
      *> A table that did not hold the whole file must never be
      *> written back - the lines left out would be lost. Only the
      *> listing still answers; S, V and D are refused with F (V
      *> too, since the D that follows it could not be recorded).
           IF WS-APR-OVERFLOW = 'Y' AND LK-OPERACAO NOT = 'P'
               MOVE 'F' TO LK-RESULTADO
           ELSE
               EVALUATE LK-OPERACAO
                   WHEN 'S'
                       PERFORM REGISTRA-SOLICITACAO
                   WHEN 'P'
                       PERFORM PROXIMA-PENDENTE
                   WHEN 'V'
                       PERFORM CONFERE-DECISAO
                   WHEN 'D'
                       PERFORM CONFERE-DECISAO
                       IF LK-RESULTADO = 'O'
                           PERFORM REGISTRA-DECISAO
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-REGRAVAR = 'Y' AND WS-APR-OVERFLOW = 'N'
               PERFORM REGRAVA-APROVACOES
           END-IF
           GOBACK.

       LOAD-PARAMETROS.
           MOVE 'Y' TO WS-PARAM-LOADED
           MOVE 'APROVACAO_HORAS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-HORAS-TXT FROM ENVIRONMENT-VALUE
           IF WS-HORAS-TXT NOT = SPACE
               IF FUNCTION TRIM(WS-HORAS-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-HORAS-TXT)
                       TO WS-HORAS-VALIDADE
               END-IF
           END-IF
           IF WS-HORAS-VALIDADE = 0
               MOVE 24 TO WS-HORAS-VALIDADE
           END-IF.

      *> Read whole on every call - the maker and the checker run in
      *> different sessions, so nothing is cached between calls.
       CARREGA-APROVACOES.
           MOVE 0 TO WS-APR-COUNT
           MOVE 0 TO WS-APR-ULTIMO-ID
           MOVE 'N' TO WS-APR-OVERFLOW
           MOVE 'N' TO WS-APR-TEM-RETIDA
           MOVE 'N' TO WS-APR-EOF
           OPEN INPUT APROVACAO-FILE
           IF WS-APROVACAO-STATUS NOT = '00'
               MOVE 'Y' TO WS-APR-EOF
           END-IF
           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APROVACAO-FILE
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       MOVE APROVACAO-RECORD TO WS-APROVACAO
                       PERFORM GUARDA-APROVACAO
               END-READ
           END-PERFORM
           IF WS-APROVACAO-STATUS NOT = '35'
               CLOSE APROVACAO-FILE
           END-IF
           IF WS-APR-TEM-RETIDA = 'Y'
               MOVE WS-APR-RETIDA TO WS-APROVACAO
               PERFORM GUARDA-LINHA
           END-IF.

      *> Expiry and the 90-day purge happen here, so every call
      *> sees the file as it stands now. The next id is the highest
      *> one on file plus one, so the last line - the highest id,
      *> the file being in id order - is never purged: a line due
      *> for purging is held back and dropped only once a later
      *> line is read, and a held line still there at the end of
      *> the file is kept. An id already quoted in a change log is
      *> therefore never issued again.
       GUARDA-APROVACAO.
           IF WS-AP-ID > WS-APR-ULTIMO-ID
               MOVE WS-AP-ID TO WS-APR-ULTIMO-ID
           END-IF
           IF WS-APR-TEM-RETIDA = 'Y'
               MOVE 'N' TO WS-APR-TEM-RETIDA
               MOVE 'Y' TO WS-REGRAVAR
           END-IF
           IF WS-AP-SITUACAO = 'P'
               PERFORM VERIFICA-EXPIRACAO
           END-IF
           IF WS-AP-SITUACAO NOT = 'P'
                   AND WS-AP-DECIDIDO-TS(1:8) IS NUMERIC
               MOVE WS-AP-DECIDIDO-TS(1:8) TO WS-DATA-NUM
               COMPUTE WS-DIAS-REG =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               IF WS-DIAS-AGORA - WS-DIAS-REG > WS-DIAS-RETENCAO
                   MOVE WS-APROVACAO TO WS-APR-RETIDA
                   MOVE 'Y' TO WS-APR-TEM-RETIDA
               ELSE
                   PERFORM GUARDA-LINHA
               END-IF
           ELSE
               PERFORM GUARDA-LINHA
           END-IF.

       GUARDA-LINHA.
           IF WS-APR-COUNT >= WS-APR-MAXIMO
               IF WS-APR-OVERFLOW = 'N'
                   DISPLAY 'ControleAprovacao: mais de '
                           WS-APR-MAXIMO ' solicitacoes em '
                           'aprovacoes.dat - nada sera regravado.'
               END-IF
               MOVE 'Y' TO WS-APR-OVERFLOW
           ELSE
               ADD 1 TO WS-APR-COUNT
               MOVE WS-APROVACAO TO WS-APR-LINHA(WS-APR-COUNT)
           END-IF.

       VERIFICA-EXPIRACAO.
           IF WS-AP-SOLICITADO-TS(1:10) IS NUMERIC
               MOVE WS-AP-SOLICITADO-TS(1:8) TO WS-DATA-NUM
               MOVE WS-AP-SOLICITADO-TS(9:2) TO WS-HORA-NUM
               COMPUTE WS-DIAS-REG =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
               COMPUTE WS-HORAS-REG = WS-DIAS-REG * 24 + WS-HORA-NUM
           ELSE
               MOVE 0 TO WS-HORAS-REG
           END-IF
           IF WS-HORAS-AGORA - WS-HORAS-REG >= WS-HORAS-VALIDADE
               MOVE 'E' TO WS-AP-SITUACAO
               MOVE SPACE TO WS-AP-APROVADOR
               MOVE WS-AGORA-TS TO WS-AP-DECIDIDO-TS
               MOVE 'Y' TO WS-REGRAVAR
               PERFORM GRAVA-EVENTO-EXPIRADA
           END-IF.

      *> An identical request already pending is handed back instead
      *> of filing a second one the checker would see twice.
       REGISTRA-SOLICITACAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APR-COUNT OR WS-ACHADO > 0
               MOVE WS-APR-LINHA(WS-I) TO WS-APROVACAO
               IF WS-AP-SITUACAO = 'P'
                       AND WS-AP-FUNCAO = WS-PED-FUNCAO
                       AND WS-AP-DADOS = WS-PED-DADOS
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACHADO > 0
                   MOVE WS-APR-LINHA(WS-ACHADO) TO LK-APROVACAO
                   MOVE 'D' TO LK-RESULTADO
               WHEN WS-APR-OVERFLOW = 'Y'
                       OR WS-APR-COUNT >= WS-APR-MAXIMO
                   MOVE 'F' TO LK-RESULTADO
               WHEN OTHER
                   MOVE LK-APROVACAO TO WS-APROVACAO
                   ADD 1 TO WS-APR-ULTIMO-ID
                   MOVE WS-APR-ULTIMO-ID TO WS-AP-ID
                   MOVE 'P' TO WS-AP-SITUACAO
                   MOVE WS-AGORA-TS TO WS-AP-SOLICITADO-TS
                   MOVE SPACE TO WS-AP-APROVADOR
                   MOVE SPACE TO WS-AP-DECIDIDO-TS
                   ADD 1 TO WS-APR-COUNT
                   MOVE WS-APROVACAO TO WS-APR-LINHA(WS-APR-COUNT)
                   MOVE WS-APROVACAO TO LK-APROVACAO
                   MOVE 'Y' TO WS-REGRAVAR
                   MOVE 'O' TO LK-RESULTADO
           END-EVALUATE.

      *> The file is kept in id order, so the first pending entry
      *> past the caller's id is the next one to show.
       PROXIMA-PENDENTE.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APR-COUNT OR WS-ACHADO > 0
               MOVE WS-APR-LINHA(WS-I) TO WS-APROVACAO
               IF WS-AP-SITUACAO = 'P'
                       AND WS-AP-FUNCAO = WS-PED-FUNCAO
                       AND WS-AP-ID > WS-PED-ID
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               MOVE WS-APR-LINHA(WS-ACHADO) TO LK-APROVACAO
               MOVE 'O' TO LK-RESULTADO
           END-IF.

       CONFERE-DECISAO.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APR-COUNT OR WS-ACHADO > 0
               MOVE WS-APR-LINHA(WS-I) TO WS-APROVACAO
               IF WS-AP-ID = WS-PED-ID
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > 0
               MOVE WS-APR-LINHA(WS-ACHADO) TO WS-APROVACAO
               EVALUATE TRUE
                   WHEN WS-AP-SITUACAO = 'E'
                       MOVE 'E' TO LK-RESULTADO
                   WHEN WS-AP-SITUACAO NOT = 'P'
                       MOVE 'N' TO LK-RESULTADO
                   WHEN WS-AP-SOLICITANTE = WS-PED-APROVADOR
                       MOVE 'M' TO LK-RESULTADO
                   WHEN OTHER
                       MOVE 'O' TO LK-RESULTADO
               END-EVALUATE
               MOVE WS-APROVACAO TO LK-APROVACAO
           END-IF.

       REGISTRA-DECISAO.
           IF WS-PED-SITUACAO = 'A' OR WS-PED-SITUACAO = 'R'
               MOVE WS-PED-SITUACAO TO WS-AP-SITUACAO
               MOVE WS-PED-APROVADOR TO WS-AP-APROVADOR
               MOVE WS-AGORA-TS TO WS-AP-DECIDIDO-TS
               MOVE WS-APROVACAO TO WS-APR-LINHA(WS-ACHADO)
               MOVE WS-APROVACAO TO LK-APROVACAO
               MOVE 'Y' TO WS-REGRAVAR
           ELSE
               MOVE 'N' TO LK-RESULTADO
           END-IF.

      *> A failed open or write answers G - the caller must not take
      *> the request or decision as recorded.
       REGRAVA-APROVACOES.
           OPEN OUTPUT APROVACAO-FILE
           IF WS-APROVACAO-STATUS NOT = '00'
               DISPLAY 'ControleAprovacao: erro ao abrir '
                       'aprovacoes.dat, status ' WS-APROVACAO-STATUS
               MOVE 'G' TO LK-RESULTADO
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-APR-COUNT
                       OR WS-APROVACAO-STATUS NOT = '00'
                   WRITE APROVACAO-RECORD FROM WS-APR-LINHA(WS-I)
               END-PERFORM
               IF WS-APROVACAO-STATUS NOT = '00'
                   DISPLAY 'ControleAprovacao: erro ao gravar '
                           'aprovacoes.dat, status '
                           WS-APROVACAO-STATUS
                   MOVE 'G' TO LK-RESULTADO
               END-IF
               CLOSE APROVACAO-FILE
           END-IF.

       GRAVA-EVENTO-EXPIRADA.
           MOVE 'ControleAprovacao' TO WS-EV-PROGRAMA
           MOVE 'A' TO WS-EV-SEVERIDADE
           MOVE SPACE TO WS-EV-RUN-ID
           MOVE 0 TO WS-EV-SQLCODE
           MOVE SPACE TO WS-EV-MENSAGEM
           STRING 'SOLICITACAO ' DELIMITED BY SIZE
                  WS-AP-ID DELIMITED BY SIZE
                  ' EXPIRADA: ' DELIMITED BY SIZE
                  WS-AP-FUNCAO DELIMITED BY SPACE
                  ' DE ' DELIMITED BY SIZE
                  WS-AP-SOLICITANTE DELIMITED BY SPACE
               INTO WS-EV-MENSAGEM
           END-STRING
           CALL 'RegistraEvento' USING WS-EVENTO.
