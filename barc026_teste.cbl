      *>             allowed to. An unauthorized user can still
      *>             list the recent actions; denials land in the
      *>             operations event file.
      *> 2026-10-15  An entry logged in a month closed through
      *>             ManutencaoPeriodos (VerificaPeriodo answers F) is
      *>             no longer reversed - the operator is told the
      *>             period is closed and nothing is applied. A reopened
      *>             month reverses as before.
      *> 2026-10-15  Reversal is now under dual control. Picking an
      *>             entry files a request with ControleAprovacao
      *>             (aprovacoes.dat) after the closed-period check, and
      *>             99 at the prompt lets a second operator authorized
      *>             for REVERTER approve or reject the pending
      *>             requests, even when the log has nothing reversible
      *>             left. The period is checked again on approval. The
      *>             requester can never decide their own request, and
      *>             requests expire after APROVACAO_HORAS. The REVERTER
      *>             entry now carries the requester in CL-USUARIO, the
      *>             approver in CL-APROVADOR and the request id; a
      *>             refusal is logged as REJEITAR.
      *> 2026-10-15  SUSPENDER and LIBERAR entries - keyed in
      *>             ManutencaoNumeros or written by the
      *>             ManutencaoFornecedores cascade - are listed and
      *>             reversible too: approval flips the status back (S
      *>             to A, A to S) while the numero still has the status
      *>             the entry gave it, logged as REVERTER with the
      *>             numero in both CL-NUMERO-ANTES and CL-NUMERO-
      *>             DEPOIS.
      *> 2026-10-15  A refused reversal is now logged as REJEITREV
      *>             instead of REJEITAR, so it can be told apart from a
      *>             refused exclusion; the numeros stay those the
      *>             REVERTER would have carried.
      *> 2026-10-15  ControleAprovacao's answers F (file too large to
      *>             rewrite) and G (aprovacoes.dat could not be
      *>             written) are now reported as such, and an approved
      *>             action whose decision could not be recorded is
      *>             flagged on screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-REVERTIDO          PIC X.
       01  WS-AUT-FUNCAO         PIC X(12).
       01  WS-AUTORIZADO         PIC X.
       01  WS-PERIODO            PIC X(6).
       01  WS-PERIODO-SITUACAO   PIC X.
       01  WS-APR-OPERACAO       PIC X.
       01  WS-APR-RESULTADO      PIC X.
       01  WS-APR-ULTIMO         PIC 9(6)  VALUE 0.
       01  WS-APR-CONTINUA       PIC X.
       01  WS-APR-DECISAO        PIC X.
       01  WS-ACAO-LOG           PIC X(10).
       01  WS-STATUS-ANTES       PIC X.
       01  WS-STATUS-DEPOIS      PIC X.
       01  WS-OPCAO-PENDENTES    PIC 9(2)  VALUE 99.

      *> Working copy of the picked entry, on the CHGLOGREC shape -
      *> the FD record itself is reused to write the reversal entry.
           05  FILLER                PIC X.
           05  WE-NUMERO-DEPOIS      PIC 9(10).

       COPY APROVREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM LOAD-USUARIO
           PERFORM CONNECT-DB
           PERFORM CARREGA-LOG
      *> With nothing reversible in the log the prompt still runs,
      *> so a second operator can decide the pending requests.
           IF WS-ENTRADA-COUNT = 0
               DISPLAY 'Sem acoes reversiveis no log de mudancas.'
           END-IF
           PERFORM UNTIL WS-ESCOLHA = 0
               PERFORM LISTA-ENTRADAS
               DISPLAY 'Entrada a reverter (0 sai, '
                       WS-OPCAO-PENDENTES ' decide solicitacoes '
                       'pendentes): '
               ACCEPT WS-ESCOLHA
               IF WS-ESCOLHA > 0
                   MOVE 'REVERTER' TO WS-AUT-FUNCAO
                   CALL 'VerificaAutorizacao' USING
                       WS-USUARIO WS-AUT-FUNCAO
                       WS-AUTORIZADO
                   IF WS-AUTORIZADO NOT = 'Y'
                       DISPLAY 'Usuario ' WS-USUARIO
                               ' nao autorizado para '
                               'reverter.'
                   ELSE
                       IF WS-ESCOLHA = WS-OPCAO-PENDENTES
                           PERFORM DECIDE-REVERSOES
                       ELSE
                           PERFORM REVERTE-ENTRADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM DISCONNECT-DB
           STOP RUN.

                       IF CL-ACAO = 'INCLUIR'
                               OR CL-ACAO = 'CORRIGIR'
                               OR CL-ACAO = 'EXCLUIR'
                               OR CL-ACAO = 'SUSPENDER'
                               OR CL-ACAO = 'LIBERAR'
                           PERFORM GUARDA-ENTRADA
                       END-IF
               END-READ
               DISPLAY WS-I ' ' WS-ENTRADA(WS-I)
           END-PERFORM.

      *> Picking an entry only files the reversal request - it is
      *> applied when a second operator authorized for REVERTER
      *> approves it (WS-OPCAO-PENDENTES at the prompt).
       REVERTE-ENTRADA.
           IF WS-ESCOLHA > WS-ENTRADA-COUNT
               DISPLAY 'Entrada inexistente.'
           ELSE
               MOVE WS-ENTRADA(WS-ESCOLHA) TO WS-LOG-ESCOLHIDO
               PERFORM VERIFICA-PERIODO-ENTRADA
               IF WS-PERIODO-SITUACAO NOT = 'F'
                   PERFORM SOLICITA-REVERSAO
               END-IF
           END-IF.

      *> A change logged in a closed month stays - backing it out
      *> would alter figures already signed off. Checked when the
      *> reversal is asked for and again when it is approved.
       VERIFICA-PERIODO-ENTRADA.
           MOVE WE-TIMESTAMP(1:6) TO WS-PERIODO
           CALL 'VerificaPeriodo' USING WS-PERIODO
               WS-PERIODO-SITUACAO
           IF WS-PERIODO-SITUACAO = 'F'
               DISPLAY 'Acao de periodo fechado (' WS-PERIODO
                       ') - reversao recusada.'
           END-IF.

       SOLICITA-REVERSAO.
           MOVE SPACES TO WS-APROVACAO
           MOVE 0 TO WS-AP-ID
           MOVE 'REVERTER' TO WS-AP-FUNCAO
           MOVE WS-USUARIO TO WS-AP-SOLICITANTE
           STRING 'REVERTER ' DELIMITED BY SIZE
                  WE-ACAO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WE-NUMERO-ANTES DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WE-NUMERO-DEPOIS DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WE-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-AP-RESUMO
           END-STRING
           MOVE WS-LOG-ESCOLHIDO TO WS-AP-DADOS
           MOVE 'S' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           EVALUATE WS-APR-RESULTADO
               WHEN 'O'
                   DISPLAY 'Reversao registrada na solicitacao '
                           WS-AP-ID ' - aguarda aprovacao de outro '
                           'operador.'
               WHEN 'D'
                   DISPLAY 'Ja existe a solicitacao ' WS-AP-ID
                           ' pendente para essa entrada.'
               WHEN 'G'
                   DISPLAY 'Erro ao gravar aprovacoes.dat - reversao '
                           'nao registrada.'
               WHEN OTHER
                   DISPLAY 'Arquivo de aprovacoes cheio - reversao '
                           'nao registrada.'
           END-EVALUATE.

      *> Walks the pending REVERTER requests in id order; the
      *> requester's own entries cannot be decided.
       DECIDE-REVERSOES.
           MOVE 0 TO WS-APR-ULTIMO
           MOVE 'S' TO WS-APR-CONTINUA
           PERFORM UNTIL WS-APR-CONTINUA NOT = 'S'
               MOVE SPACES TO WS-APROVACAO
               MOVE WS-APR-ULTIMO TO WS-AP-ID
               MOVE 'REVERTER' TO WS-AP-FUNCAO
               MOVE 'P' TO WS-APR-OPERACAO
               CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                   WS-APROVACAO WS-APR-RESULTADO
               IF WS-APR-RESULTADO = 'O'
                   MOVE WS-AP-ID TO WS-APR-ULTIMO
                   PERFORM DECIDE-UMA-REVERSAO
               ELSE
                   MOVE 'N' TO WS-APR-CONTINUA
               END-IF
           END-PERFORM
           IF WS-APR-ULTIMO = 0
               DISPLAY 'Nenhuma reversao pendente de aprovacao.'
           END-IF.

       DECIDE-UMA-REVERSAO.
           MOVE WS-AP-DADOS TO WS-LOG-ESCOLHIDO
           DISPLAY '----------------------------------------'
           DISPLAY 'Solicitacao ' WS-AP-ID ' de ' WS-AP-SOLICITANTE
                   ' em ' WS-AP-SOLICITADO-TS
           DISPLAY WS-AP-RESUMO
           IF WS-AP-SOLICITANTE = WS-USUARIO
               DISPLAY 'Solicitacao do proprio usuario - outro '
                       'operador deve decidir.'
           ELSE
               DISPLAY 'A=Aprovar R=Rejeitar (outra tecla mantem '
                       'pendente): '
               ACCEPT WS-APR-DECISAO
               EVALUATE WS-APR-DECISAO
                   WHEN 'A'
                       PERFORM APROVA-REVERSAO
                   WHEN 'R'
                       PERFORM REJEITA-REVERSAO
                   WHEN OTHER
                       DISPLAY 'Solicitacao mantida pendente.'
               END-EVALUATE
           END-IF.

      *> Checked (V) before the inverse is applied and recorded (D)
      *> after it, so a failed reversal stays pending.
       APROVA-REVERSAO.
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'V' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE 'N' TO WS-REVERTIDO
               PERFORM VERIFICA-PERIODO-ENTRADA
               IF WS-PERIODO-SITUACAO NOT = 'F'
                   EVALUATE WE-ACAO
                       WHEN 'INCLUIR'
                           PERFORM REVERTE-INCLUIR
                       WHEN 'CORRIGIR'
                           PERFORM REVERTE-CORRIGIR
                       WHEN 'EXCLUIR'
                           PERFORM REVERTE-EXCLUIR
                       WHEN 'SUSPENDER'
                           MOVE 'S' TO WS-STATUS-ANTES
                           MOVE 'A' TO WS-STATUS-DEPOIS
                           PERFORM REVERTE-STATUS
                       WHEN 'LIBERAR'
                           MOVE 'A' TO WS-STATUS-ANTES
                           MOVE 'S' TO WS-STATUS-DEPOIS
                           PERFORM REVERTE-STATUS
                   END-EVALUATE
               END-IF
               IF WS-REVERTIDO = 'Y'
                   MOVE 'A' TO WS-AP-SITUACAO
                   MOVE WS-USUARIO TO WS-AP-APROVADOR
                   MOVE 'D' TO WS-APR-OPERACAO
                   CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                       WS-APROVACAO WS-APR-RESULTADO
                   IF WS-APR-RESULTADO NOT = 'O'
                       DISPLAY 'Acao aplicada, mas a decisao da '
                               'solicitacao ' WS-AP-ID ' nao foi '
                               'gravada em aprovacoes.dat.'
                   END-IF
                   MOVE 'REVERTER' TO WS-ACAO-LOG
                   PERFORM GRAVA-LOG-REVERSAO
                   DISPLAY 'Acao revertida e registrada no log.'
               ELSE
                   DISPLAY 'Solicitacao mantida pendente.'
               END-IF
           END-IF.

       REJEITA-REVERSAO.
           MOVE 'R' TO WS-AP-SITUACAO
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'D' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE 'REJEITREV' TO WS-ACAO-LOG
               PERFORM GRAVA-LOG-REVERSAO
               DISPLAY 'Solicitacao rejeitada.'
           END-IF.

       MOSTRA-RECUSA-DECISAO.
           EVALUATE WS-APR-RESULTADO
               WHEN 'M'
                   DISPLAY 'Solicitacao do proprio usuario - outro '
                           'operador deve decidir.'
               WHEN 'E'
                   DISPLAY 'Solicitacao expirada - nada aplicado.'
               WHEN 'F'
                   DISPLAY 'Arquivo de aprovacoes cheio - nada '
                           'aplicado.'
               WHEN 'G'
                   DISPLAY 'Erro ao gravar aprovacoes.dat - decisao '
                           'nao registrada.'
               WHEN OTHER
                   DISPLAY 'Solicitacao ja decidida ou inexistente.'
           END-EVALUATE.

      *> A bad inclusion comes out: delete CL-NUMERO-DEPOIS.
       REVERTE-INCLUIR.
           MOVE WE-NUMERO-DEPOIS TO WS-NUMERO
               END-IF
           END-IF.

      *> A suspension (keyed or from a fornecedor cascade) or a
      *> release is undone by flipping the status back - only
      *> while the numero still has the status the entry gave it,
      *> so the REVERTER entry is always a real flip.
       REVERTE-STATUS.
           EXEC SQL
               UPDATE numeros
                  SET status = :WS-STATUS-DEPOIS,
                      dt_atualizacao = CURRENT TIMESTAMP,
                      atualizado_por = :WS-USUARIO
               WHERE numero = :WE-NUMERO-ANTES
                 AND COALESCE(status, 'A') = :WS-STATUS-ANTES
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'Y' TO WS-REVERTIDO
               WHEN 100
                   DISPLAY 'Numero ausente ou com status ja alterado'
                           ' - nada a reverter.'
               WHEN OTHER
                   DISPLAY 'Erro ao reverter status, SQLCODE: '
                           SQLCODE
           END-EVALUATE.

      *> The reversal's own entry: antes/depois reflect the inverse
      *> operation just applied, so the log reads forward in time;
      *> a status flip carries the numero on both sides, as the
      *> SUSPENDER or LIBERAR it undid.
      *> A refused request is logged the same way as REJEITREV -
      *> the numeros the REVERTER would have carried. The
      *> requester goes in CL-USUARIO, the deciding operator in
      *> CL-APROVADOR.
       GRAVA-LOG-REVERSAO.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP
           MOVE WS-AP-SOLICITANTE TO CL-USUARIO
           MOVE WS-ACAO-LOG TO CL-ACAO
           MOVE WS-USUARIO TO CL-APROVADOR
           MOVE WS-AP-ID TO CL-SOLICITACAO
           EVALUATE WE-ACAO
               WHEN 'INCLUIR'
                   MOVE WE-NUMERO-DEPOIS TO CL-NUMERO-ANTES
               WHEN 'EXCLUIR'
                   MOVE 0 TO CL-NUMERO-ANTES
                   MOVE WE-NUMERO-ANTES TO CL-NUMERO-DEPOIS
               WHEN 'SUSPENDER'
               WHEN 'LIBERAR'
                   MOVE WE-NUMERO-ANTES TO CL-NUMERO-ANTES
                   MOVE WE-NUMERO-ANTES TO CL-NUMERO-DEPOIS
           END-EVALUATE
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGELOG-STATUS NOT = '00'
