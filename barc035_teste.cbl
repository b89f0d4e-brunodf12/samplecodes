      *>             maintenance keeps. GerarArquivoSaida's extended
      *>             path now rejects rows whose fornecedor is
      *>             unknown or inactive here.
      *> 2026-10-15  Inactivating a fornecedor now suspends all of its
      *>             active numeros in the same action: the operator is
      *>             shown the count and confirms first, the suspensions
      *>             are gated by VerificaAutorizacao (funcao SUSPENDER)
      *>             and each one is committed and logged to
      *>             manutencaonumeros.log with CL-ACAO SUSPENDER, like
      *>             a keyed suspension. The numeros suspended this way
      *>             are kept in fornecedor_suspensao.dat, and
      *>             reactivating the fornecedor offers to release
      *>             exactly those still suspended (count shown,
      *>             confirmed, funcao LIBERAR, CL-ACAO LIBERAR).
      *> 2026-10-15  Fornecedor status changes are now under dual
      *>             control (funcao FORNSTATUS, required both to ask
      *>             and to decide). Options 4 and 5 check that the
      *>             fornecedor exists and, for an inactivation, show
      *>             the numeros count and ask for confirmation; then
      *>             they file a request with ControleAprovacao
      *>             (aprovacoes.dat). The new option 7 lets a second
      *>             operator approve it, applying the change with the
      *>             same suspension and release cascade, or reject it.
      *>             The requester can never decide their own request,
      *>             and requests expire after APROVACAO_HORAS. Log
      *>             entries written while a request is applied carry
      *>             the requester in FL-USUARIO/CL-USUARIO, the
      *>             approver in the new FL-APROVADOR/CL-APROVADOR and
      *>             the request id; a refusal is logged as FL-ACAO
      *>             REJEITAR.
      *> 2026-10-15  ControleAprovacao's answers F (file too large to
      *>             rewrite) and G (aprovacoes.dat could not be
      *>             written) are now reported as such, and an approved
      *>             action whose decision could not be recorded is
      *>             flagged on screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT NUMEROS-LOG-FILE ASSIGN TO 'manutencaonumeros.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMLOG-STATUS.

           SELECT SUSPENSAO-FILE ASSIGN TO
               'fornecedor_suspensao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           05  FL-NOME               PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  FL-STATUS             PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  FL-APROVADOR          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  FL-SOLICITACAO        PIC X(6).

       FD  NUMEROS-LOG-FILE.
       COPY CHGLOGREC.

      *> Numeros suspensos por uma inativacao e ainda nao
      *> liberados: fornecedor, numero, quem inativou e quando
      *> (AAAAMMDDHHMMSS). A linha sai do arquivo quando a
      *> reativacao libera o numero ou ele ja nao esta suspenso.
       FD  SUSPENSAO-FILE.
       01  SUSPENSAO-RECORD.
           05  FS-FORNECEDOR         PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FS-NUMERO             PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FS-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  FS-SUSPENSO-TS        PIC X(14).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  WS-NOME               PIC X(30).
       01  WS-STATUS             PIC X(1).
       01  WS-ACAO-SALVA         PIC X(10).
       01  WS-NUMLOG-STATUS      PIC X(2).
       01  WS-SUSPENSAO-STATUS   PIC X(2).
       01  WS-STATUS-ALTERADO    PIC X     VALUE 'N'.
       01  WS-CONFIRMA           PIC X.
       01  WS-AUT-FUNCAO         PIC X(12).
       01  WS-AUTORIZADO         PIC X.
       01  WS-NUMERO             PIC 9(10).
       01  WS-NUMERO-STATUS      PIC X(1).
       01  WS-CASCATA-COUNT      PIC 9(9)  VALUE 0.
       01  WS-CASCATA-FEITOS     PIC 9(9)  VALUE 0.
       01  WS-CASCATA-ERRO       PIC X     VALUE 'N'.
       01  WS-CASCATA-EOF        PIC X     VALUE 'N'.

      *> Working copy of fornecedor_suspensao.dat during a
      *> reactivation; WS-SP-ACAO is K=keep, E=still suspended
      *> and offered for release, D=drop on the rewrite.
       01  WS-SUSP-EOF           PIC X     VALUE 'N'.
       01  WS-SUSP-COUNT         PIC 9(5)  VALUE 0.
       01  WS-SUSP-MAXIMO        PIC 9(5)  VALUE 5000.
       01  WS-SUSP-OVERFLOW      PIC X     VALUE 'N'.
       01  WS-SUSP-TABELA.
           05  WS-SUSP-ENTRADA   OCCURS 5000 TIMES.
               10  WS-SP-LINHA       PIC X(45).
               10  WS-SP-ACAO        PIC X.
       01  WS-SUSP-IDX           PIC 9(5).
       01  WS-SUSP-DO-FORN       PIC 9(5)  VALUE 0.
       01  WS-SUSP-ELEGIVEIS     PIC 9(5)  VALUE 0.

       01  WS-APR-OPERACAO       PIC X.
       01  WS-APR-RESULTADO      PIC X.
       01  WS-APR-ULTIMO         PIC 9(6)  VALUE 0.
       01  WS-APR-CONTINUA       PIC X.
       01  WS-APR-DECISAO        PIC X.
       01  WS-EM-DECISAO         PIC X     VALUE 'N'.

      *> WS-AP-DADOS of a FORNSTATUS request.
       01  WS-FORN-PEDIDO.
           05  WS-FP-CODIGO          PIC X(10).
           05  WS-FP-STATUS          PIC X(1).
           05  FILLER                PIC X(69).

       COPY APROVREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY '4 - Ativar'
           DISPLAY '5 - Inativar'
           DISPLAY '6 - Sair'
           DISPLAY '7 - Aprovar mudancas de status pendentes'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

               WHEN '3'
                   PERFORM CORRIGIR-NOME
               WHEN '4'
                   MOVE 'FORNSTATUS' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM ATIVA-FORNECEDOR
                   END-IF
               WHEN '5'
                   MOVE 'FORNSTATUS' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM INATIVA-FORNECEDOR
                   END-IF
               WHEN '6'
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN '7'
                   MOVE 'FORNSTATUS' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM DECIDE-MUDANCAS-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.
                   DISPLAY 'Erro ao corrigir, SQLCODE: ' SQLCODE
           END-EVALUATE.

      *> A status change is under dual control: options 4 and 5
      *> only file the request in aprovacoes.dat
      *> (ControleAprovacao), and a second operator authorized for
      *> FORNSTATUS applies it through option 7. The inactivation
      *> still shows how many numeros it will suspend and asks for
      *> confirmation before the request is filed.
       INATIVA-FORNECEDOR.
           DISPLAY 'Codigo do fornecedor: '
           ACCEPT WS-CODIGO
           PERFORM LE-STATUS-ATUAL
           MOVE 'N' TO WS-CASCATA-ERRO
           IF WS-STATUS NOT = SPACE
               PERFORM CONTA-NUMEROS-ATIVOS
           END-IF
           EVALUATE TRUE
               WHEN WS-STATUS = SPACE
                   DISPLAY 'Fornecedor nao encontrado.'
               WHEN WS-CASCATA-ERRO = 'Y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'I' TO WS-STATUS
                   DISPLAY 'Fornecedor ' WS-CODIGO ' tem '
                           WS-CASCATA-COUNT ' numeros ativos, que '
                           'serao suspensos.'
                   DISPLAY 'Confirma a inativacao (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = 'S'
                           AND WS-CONFIRMA NOT = 's'
                       DISPLAY 'Inativacao cancelada.'
                   ELSE
                       PERFORM SOLICITA-MUDANCA-STATUS
                   END-IF
           END-EVALUATE.

       ATIVA-FORNECEDOR.
           DISPLAY 'Codigo do fornecedor: '
           ACCEPT WS-CODIGO
           PERFORM LE-STATUS-ATUAL
           IF WS-STATUS = SPACE
               DISPLAY 'Fornecedor nao encontrado.'
           ELSE
               MOVE 'A' TO WS-STATUS
               PERFORM SOLICITA-MUDANCA-STATUS
           END-IF.

       SOLICITA-MUDANCA-STATUS.
           MOVE SPACES TO WS-APROVACAO
           MOVE 0 TO WS-AP-ID
           MOVE 'FORNSTATUS' TO WS-AP-FUNCAO
           MOVE WS-USUARIO TO WS-AP-SOLICITANTE
           IF WS-STATUS = 'A'
               STRING 'ATIVAR FORNECEDOR ' DELIMITED BY SIZE
                      WS-CODIGO DELIMITED BY SIZE
                   INTO WS-AP-RESUMO
               END-STRING
           ELSE
               STRING 'INATIVAR FORNECEDOR ' DELIMITED BY SIZE
                      WS-CODIGO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-CASCATA-COUNT DELIMITED BY SIZE
                      ' NUMEROS ATIVOS' DELIMITED BY SIZE
                   INTO WS-AP-RESUMO
               END-STRING
           END-IF
           MOVE SPACES TO WS-FORN-PEDIDO
           MOVE WS-CODIGO TO WS-FP-CODIGO
           MOVE WS-STATUS TO WS-FP-STATUS
           MOVE WS-FORN-PEDIDO TO WS-AP-DADOS
           MOVE 'S' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           EVALUATE WS-APR-RESULTADO
               WHEN 'O'
                   DISPLAY 'Mudanca registrada na solicitacao '
                           WS-AP-ID ' - aguarda aprovacao de outro '
                           'operador.'
               WHEN 'D'
                   DISPLAY 'Ja existe a solicitacao ' WS-AP-ID
                           ' pendente para essa mudanca.'
               WHEN 'G'
                   DISPLAY 'Erro ao gravar aprovacoes.dat - mudanca '
                           'nao registrada.'
               WHEN OTHER
                   DISPLAY 'Arquivo de aprovacoes cheio - mudanca '
                           'nao registrada.'
           END-EVALUATE.

      *> Option 7 walks the pending FORNSTATUS requests in id
      *> order; the requester's own entries cannot be decided.
       DECIDE-MUDANCAS-STATUS.
           MOVE 0 TO WS-APR-ULTIMO
           MOVE 'S' TO WS-APR-CONTINUA
           PERFORM UNTIL WS-APR-CONTINUA NOT = 'S'
               MOVE SPACES TO WS-APROVACAO
               MOVE WS-APR-ULTIMO TO WS-AP-ID
               MOVE 'FORNSTATUS' TO WS-AP-FUNCAO
               MOVE 'P' TO WS-APR-OPERACAO
               CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                   WS-APROVACAO WS-APR-RESULTADO
               IF WS-APR-RESULTADO = 'O'
                   MOVE WS-AP-ID TO WS-APR-ULTIMO
                   PERFORM DECIDE-UMA-MUDANCA
               ELSE
                   MOVE 'N' TO WS-APR-CONTINUA
               END-IF
           END-PERFORM
           IF WS-APR-ULTIMO = 0
               DISPLAY 'Nenhuma mudanca de status pendente de '
                       'aprovacao.'
           END-IF.

       DECIDE-UMA-MUDANCA.
           MOVE WS-AP-DADOS TO WS-FORN-PEDIDO
           MOVE WS-FP-CODIGO TO WS-CODIGO
           MOVE WS-FP-STATUS TO WS-STATUS
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
                       PERFORM APROVA-MUDANCA
                   WHEN 'R'
                       PERFORM REJEITA-MUDANCA
                   WHEN OTHER
                       DISPLAY 'Solicitacao mantida pendente.'
               END-EVALUATE
           END-IF.

      *> The approver applies the change with the same cascade the
      *> keyed options had: an inactivation recounts and suspends
      *> the fornecedor's active numeros (funcao SUSPENDER), a
      *> reactivation offers back exactly the numeros the
      *> inactivations suspended that are still suspended (never
      *> one suspended by hand in ManutencaoNumeros). While
      *> WS-EM-DECISAO is set, every log entry carries the
      *> requester and the approver. The decision is recorded once
      *> the status has changed; a failure leaves it pending.
       APROVA-MUDANCA.
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'V' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE 'Y' TO WS-EM-DECISAO
               IF WS-STATUS = 'A'
                   PERFORM APROVA-ATIVACAO
               ELSE
                   PERFORM APROVA-INATIVACAO
               END-IF
               MOVE 'N' TO WS-EM-DECISAO
           END-IF.

       APROVA-ATIVACAO.
           PERFORM ALTERA-STATUS
           IF WS-STATUS-ALTERADO = 'Y'
               PERFORM REGISTRA-APROVACAO
               PERFORM OFERECE-LIBERACAO
           END-IF.

       APROVA-INATIVACAO.
           PERFORM CONTA-NUMEROS-ATIVOS
           IF WS-CASCATA-ERRO = 'N'
               DISPLAY 'Fornecedor ' WS-CODIGO ' tem '
                       WS-CASCATA-COUNT ' numeros ativos, que '
                       'serao suspensos.'
               MOVE 'Y' TO WS-AUTORIZADO
               IF WS-CASCATA-COUNT > 0
                   MOVE 'SUSPENDER' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
               END-IF
               IF WS-AUTORIZADO = 'Y'
                   PERFORM ALTERA-STATUS
                   IF WS-STATUS-ALTERADO = 'Y'
                       PERFORM REGISTRA-APROVACAO
                       IF WS-CASCATA-COUNT > 0
                           PERFORM SUSPENDE-NUMEROS-FORNECEDOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REGISTRA-APROVACAO.
           MOVE 'A' TO WS-AP-SITUACAO
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'D' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               DISPLAY 'Acao aplicada, mas a decisao da '
                       'solicitacao ' WS-AP-ID ' nao foi '
                       'gravada em aprovacoes.dat.'
           END-IF.


       REJEITA-MUDANCA.
           MOVE 'R' TO WS-AP-SITUACAO
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'D' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               PERFORM LE-NOME-ATUAL
               MOVE 'Y' TO WS-EM-DECISAO
               MOVE 'REJEITAR' TO FL-ACAO
               PERFORM GRAVA-LOG
               MOVE 'N' TO WS-EM-DECISAO
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

       VERIFICA-AUTORIZACAO.
           CALL 'VerificaAutorizacao' USING WS-USUARIO
               WS-AUT-FUNCAO WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'Usuario ' WS-USUARIO ' nao autorizado '
                       'para ' WS-AUT-FUNCAO '.'
           END-IF.

      *> Activation and inactivation share one transaction - the
      *> caller sets WS-STATUS and WS-CODIGO before performing.
       ALTERA-STATUS.
           MOVE 'N' TO WS-STATUS-ALTERADO
           EXEC SQL
               UPDATE fornecedores
                  SET status = :WS-STATUS,
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE 'Y' TO WS-STATUS-ALTERADO
                   PERFORM LE-NOME-ATUAL
                   IF WS-STATUS = 'A'
                       MOVE 'ATIVAR' TO FL-ACAO
                           SQLCODE
           END-EVALUATE.

       CONTA-NUMEROS-ATIVOS.
           MOVE 'N' TO WS-CASCATA-ERRO
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CASCATA-COUNT
               FROM numeros
               WHERE fornecedor = :WS-CODIGO
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar numeros do fornecedor, '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-CASCATA-ERRO
           END-IF.

      *> One numero at a time, each committed and logged to
      *> manutencaonumeros.log as CL-ACAO SUSPENDER exactly like a
      *> keyed suspension, so the extract's retraction pass and
      *> the change-log readers see them. The cursor is held
      *> across the per-row commits.
       SUSPENDE-NUMEROS-FORNECEDOR.
           MOVE 0 TO WS-CASCATA-FEITOS
           MOVE 'N' TO WS-CASCATA-EOF
           OPEN EXTEND NUMEROS-LOG-FILE
           IF WS-NUMLOG-STATUS NOT = '00'
               OPEN OUTPUT NUMEROS-LOG-FILE
           END-IF
           OPEN EXTEND SUSPENSAO-FILE
           IF WS-SUSPENSAO-STATUS NOT = '00'
               OPEN OUTPUT SUSPENSAO-FILE
           END-IF
           EXEC SQL
               DECLARE CURSOR-CASCATA CURSOR WITH HOLD FOR
               SELECT numero FROM numeros
               WHERE fornecedor = :WS-CODIGO
                 AND COALESCE(status, 'A') = 'A'
               ORDER BY numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-CASCATA
           END-EXEC
           PERFORM UNTIL WS-CASCATA-EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-CASCATA INTO :WS-NUMERO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM SUSPENDE-UM-NUMERO
                   WHEN 100
                       MOVE 'Y' TO WS-CASCATA-EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler numeros do fornecedor, '
                               'SQLCODE: ' SQLCODE
                       MOVE 'Y' TO WS-CASCATA-EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-CASCATA
           END-EXEC
           CLOSE SUSPENSAO-FILE
           CLOSE NUMEROS-LOG-FILE
           DISPLAY WS-CASCATA-FEITOS ' numeros suspensos.'.

      *> SQLCODE 100 means the row changed since the fetch - it is
      *> no longer active, so there is nothing to suspend.
       SUSPENDE-UM-NUMERO.
           EXEC SQL
               UPDATE numeros
                  SET status = 'S',
                      dt_atualizacao = CURRENT TIMESTAMP,
                      atualizado_por = :WS-USUARIO
               WHERE numero = :WS-NUMERO
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-CASCATA-FEITOS
                   MOVE 'SUSPENDER' TO CL-ACAO
                   PERFORM GRAVA-LOG-NUMERO
                   PERFORM GRAVA-SUSPENSAO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Erro ao suspender ' WS-NUMERO
                           ', SQLCODE: ' SQLCODE
           END-EVALUATE.

      *> VALUE clauses on FD fillers are not honored, so the
      *> record is blanked before the fields are filled in.
       GRAVA-SUSPENSAO.
           MOVE SPACES TO SUSPENSAO-RECORD
           MOVE WS-CODIGO TO FS-FORNECEDOR
           MOVE WS-NUMERO TO FS-NUMERO
           MOVE WS-USUARIO TO FS-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO FS-SUSPENSO-TS
           WRITE SUSPENSAO-RECORD.

      *> Suspension and release are status flips on the same
      *> numero, logged with antes = depois like the keyed ones.
      *> Callers set CL-ACAO before performing this paragraph.
       GRAVA-LOG-NUMERO.
           MOVE CL-ACAO TO WS-ACAO-SALVA
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-ACAO-SALVA TO CL-ACAO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP
           MOVE WS-USUARIO TO CL-USUARIO
           MOVE WS-NUMERO TO CL-NUMERO-ANTES
           MOVE WS-NUMERO TO CL-NUMERO-DEPOIS
           IF WS-EM-DECISAO = 'Y'
               MOVE WS-AP-SOLICITANTE TO CL-USUARIO
               MOVE WS-USUARIO TO CL-APROVADOR
               MOVE WS-AP-ID TO CL-SOLICITACAO
           END-IF
           WRITE CHANGE-LOG-RECORD.

      *> Entries of this fornecedor whose numero is no longer
      *> suspended (released by hand, corrected or deleted since)
      *> are not offered and leave the file. When the operator
      *> declines or is not authorized, the offered entries stay,
      *> and the next reactivation offers them again.
       OFERECE-LIBERACAO.
           PERFORM CARREGA-SUSPENSOES
           EVALUATE TRUE
               WHEN WS-SUSP-OVERFLOW = 'Y'
                   DISPLAY 'fornecedor_suspensao.dat excede '
                           WS-SUSP-MAXIMO ' linhas - liberar pela '
                           'ManutencaoNumeros.'
               WHEN WS-SUSP-DO-FORN = 0
                   DISPLAY 'Nenhum numero suspenso pela inativacao '
                           'deste fornecedor.'
               WHEN WS-SUSP-ELEGIVEIS = 0
                   DISPLAY 'Os numeros suspensos pela inativacao ja '
                           'nao estao suspensos.'
                   PERFORM REGRAVA-SUSPENSOES
               WHEN OTHER
                   DISPLAY WS-SUSP-ELEGIVEIS ' numeros suspensos '
                           'pela inativacao de ' WS-CODIGO
                           ' continuam suspensos.'
                   DISPLAY 'Liberar esses numeros (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'LIBERAR' TO WS-AUT-FUNCAO
                       PERFORM VERIFICA-AUTORIZACAO
                       IF WS-AUTORIZADO = 'Y'
                           PERFORM LIBERA-NUMEROS-FORNECEDOR
                       ELSE
                           PERFORM MANTEM-ELEGIVEIS
                       END-IF
                   ELSE
                       DISPLAY 'Numeros mantidos suspensos.'
                       PERFORM MANTEM-ELEGIVEIS
                   END-IF
                   PERFORM REGRAVA-SUSPENSOES
           END-EVALUATE.

       CARREGA-SUSPENSOES.
           MOVE 0 TO WS-SUSP-COUNT
           MOVE 0 TO WS-SUSP-DO-FORN
           MOVE 0 TO WS-SUSP-ELEGIVEIS
           MOVE 'N' TO WS-SUSP-OVERFLOW
           MOVE 'N' TO WS-SUSP-EOF
           OPEN INPUT SUSPENSAO-FILE
           IF WS-SUSPENSAO-STATUS NOT = '00'
               MOVE 'Y' TO WS-SUSP-EOF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF = 'Y'
               READ SUSPENSAO-FILE
                   AT END
                       MOVE 'Y' TO WS-SUSP-EOF
                   NOT AT END
                       PERFORM GUARDA-SUSPENSAO
               END-READ
           END-PERFORM
           IF WS-SUSPENSAO-STATUS NOT = '35'
               CLOSE SUSPENSAO-FILE
           END-IF.

       GUARDA-SUSPENSAO.
           IF WS-SUSP-COUNT >= WS-SUSP-MAXIMO
               MOVE 'Y' TO WS-SUSP-OVERFLOW
               MOVE 'Y' TO WS-SUSP-EOF
           ELSE
               ADD 1 TO WS-SUSP-COUNT
               MOVE SUSPENSAO-RECORD TO WS-SP-LINHA(WS-SUSP-COUNT)
               MOVE 'K' TO WS-SP-ACAO(WS-SUSP-COUNT)
               IF FS-FORNECEDOR = WS-CODIGO
                   ADD 1 TO WS-SUSP-DO-FORN
                   MOVE FS-NUMERO TO WS-NUMERO
                   PERFORM LE-STATUS-NUMERO
                   IF WS-NUMERO-STATUS = 'S'
                       MOVE 'E' TO WS-SP-ACAO(WS-SUSP-COUNT)
                       ADD 1 TO WS-SUSP-ELEGIVEIS
                   ELSE
                       MOVE 'D' TO WS-SP-ACAO(WS-SUSP-COUNT)
                   END-IF
               END-IF
           END-IF.

       LE-STATUS-NUMERO.
           EXEC SQL
               SELECT COALESCE(status, 'A') INTO :WS-NUMERO-STATUS
               FROM numeros
               WHERE numero = :WS-NUMERO
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACE TO WS-NUMERO-STATUS
           END-IF.

       LIBERA-NUMEROS-FORNECEDOR.
           MOVE 0 TO WS-CASCATA-FEITOS
           OPEN EXTEND NUMEROS-LOG-FILE
           IF WS-NUMLOG-STATUS NOT = '00'
               OPEN OUTPUT NUMEROS-LOG-FILE
           END-IF
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SP-ACAO(WS-SUSP-IDX) = 'E'
                   PERFORM LIBERA-UM-NUMERO
               END-IF
           END-PERFORM
           CLOSE NUMEROS-LOG-FILE
           DISPLAY WS-CASCATA-FEITOS ' numeros liberados.'.

      *> Released (or found no longer suspended) leaves the file;
      *> a DB2 error keeps the entry for the next reactivation.
       LIBERA-UM-NUMERO.
           MOVE WS-SP-LINHA(WS-SUSP-IDX) TO SUSPENSAO-RECORD
           MOVE FS-NUMERO TO WS-NUMERO
           EXEC SQL
               UPDATE numeros
                  SET status = 'A',
                      dt_atualizacao = CURRENT TIMESTAMP,
                      atualizado_por = :WS-USUARIO
               WHERE numero = :WS-NUMERO
                 AND status = 'S'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-CASCATA-FEITOS
                   MOVE 'LIBERAR' TO CL-ACAO
                   PERFORM GRAVA-LOG-NUMERO
                   MOVE 'D' TO WS-SP-ACAO(WS-SUSP-IDX)
               WHEN 100
                   MOVE 'D' TO WS-SP-ACAO(WS-SUSP-IDX)
               WHEN OTHER
                   DISPLAY 'Erro ao liberar ' WS-NUMERO
                           ', SQLCODE: ' SQLCODE
                   MOVE 'K' TO WS-SP-ACAO(WS-SUSP-IDX)
           END-EVALUATE.

       MANTEM-ELEGIVEIS.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SP-ACAO(WS-SUSP-IDX) = 'E'
                   MOVE 'K' TO WS-SP-ACAO(WS-SUSP-IDX)
               END-IF
           END-PERFORM.

       REGRAVA-SUSPENSOES.
           OPEN OUTPUT SUSPENSAO-FILE
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SP-ACAO(WS-SUSP-IDX) NOT = 'D'
                   WRITE SUSPENSAO-RECORD FROM
                       WS-SP-LINHA(WS-SUSP-IDX)
               END-IF
           END-PERFORM
           CLOSE SUSPENSAO-FILE.

       LE-STATUS-ATUAL.
           EXEC SQL
               SELECT status INTO :WS-STATUS
           MOVE WS-CODIGO TO FL-CODIGO
           MOVE WS-NOME TO FL-NOME
           MOVE WS-STATUS TO FL-STATUS
           IF WS-EM-DECISAO = 'Y'
               MOVE WS-AP-SOLICITANTE TO FL-USUARIO
               MOVE WS-USUARIO TO FL-APROVADOR
               MOVE WS-AP-ID TO FL-SOLICITACAO
           END-IF
           WRITE FORN-LOG-RECORD.

       DISCONNECT-DB.
