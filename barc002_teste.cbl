      *>             rows under its own reported count - not
      *>             through the reject/pendencias flow, because
      *>             suspension is deliberate.
      *> 2026-10-15  Keyed inclusion now asks for the fornecedor, and
      *>             the batch I transaction carries it in the new TRN-
      *>             FORNECEDOR column; both record it on the inserted
      *>             row and, after ValidaNumeroSaida, reject a numero
      *>             outside that fornecedor's allocated blocks in the
      *>             range registry (faixas_fornecedor.dat) through the
      *>             shared VerificaFaixaFornecedor routine.
      *> 2026-10-15  Exclusion is now under dual control. Option 4, the
      *>             pendencias E action and the batch E transaction no
      *>             longer delete: they file a request with
      *>             ControleAprovacao (aprovacoes.dat) - the batch
      *>             results file reports it as PEND - and a second
      *>             operator authorized for EXCLUIR approves or rejects
      *>             it through the new option A. The requester can
      *>             never decide their own request, and requests expire
      *>             after APROVACAO_HORAS. An approved exclusion is
      *>             logged as EXCLUIR with the requester in CL-USUARIO,
      *>             the approver in CL-APROVADOR and the request id; a
      *>             rejection is logged as REJEITAR. An open pendencia
      *>             for an excluded numero leaves the queue on
      *>             approval.
      *> 2026-10-15  Corrections (option 3, the pendencias C action and
      *>             the batch C transaction) now read the row's
      *>             fornecedor and hold the new value to that
      *>             fornecedor's blocks through VALIDA-INCLUSAO, so a
      *>             renumbering cannot move a row into another
      *>             fornecedor's range. A refused exclusion is now
      *>             logged as REJEITEXCL instead of REJEITAR, so the
      *>             change log says which action was refused.
      *> 2026-10-15  ControleAprovacao's answers F (file too large to
      *>             rewrite) and G (aprovacoes.dat could not be
      *>             written) are now reported as such, and an exclusion
      *>             applied whose approval could not be recorded is
      *>             flagged on screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PEND-NUMERO           PIC 9(10).
           05  FILLER                PIC X(126).

      *> I=incluir (valor novo em TRN-NUMERO-NOVO, fornecedor em
      *> TRN-FORNECEDOR), C=corrigir (TRN-NUMERO atual,
      *> TRN-NUMERO-NOVO novo valor), E=excluir (TRN-NUMERO).
       FD  TRANSACAO-FILE.
       01  TRANSACAO-RECORD.
           05  TRN-ACAO              PIC X(1).
           05  TRN-NUMERO            PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  TRN-NUMERO-NOVO       PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  TRN-FORNECEDOR        PIC X(10).

       FD  RESULTADO-FILE.
       01  RESULTADO-RECORD.
       01  WS-NUMERO             PIC 9(10).
       01  WS-NUMERO-NOVO        PIC 9(10).
       01  WS-NUMERO-VALIDO      PIC X     VALUE 'Y'.
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-REJECT-MOTIVO      PIC X(40).
       01  WS-LIST-EOF           PIC X     VALUE 'N'.
       01  WS-PENDENCIA-STATUS   PIC X(2).
       01  WS-SUSP-STATUS        PIC X(1).
       01  WS-SUSP-USUARIO       PIC X(8).
       01  WS-SUSP-DT            PIC X(26).
       01  WS-TRN-PENDENTES      PIC 9(5)  VALUE 0.
       01  WS-NUMERO-EXISTE      PIC 9(9).
       01  WS-APR-OPERACAO       PIC X.
       01  WS-APR-RESULTADO      PIC X.
       01  WS-APR-ULTIMO         PIC 9(6)  VALUE 0.
       01  WS-APR-CONTINUA       PIC X.
       01  WS-APR-DECISAO        PIC X.
       01  WS-SOLIC-SITUACAO     PIC X.

       COPY PENDREC.
       COPY APROVREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE RESULTADO-FILE
               DISPLAY 'Transacoes aplicadas : ' WS-TRN-APLICADAS
               DISPLAY 'Transacoes rejeitadas: ' WS-TRN-REJEITADAS
               DISPLAY 'Exclusoes a aprovar  : ' WS-TRN-PENDENTES
           END-IF.

      *> Batch requests pass the same gate as the keyed options -
           PERFORM GRAVA-RESULTADO.

       BATCH-INCLUIR.
           MOVE TRN-FORNECEDOR TO WS-FORNECEDOR
           PERFORM VALIDA-INCLUSAO
           IF WS-NUMERO-VALIDO NOT = 'Y'
               MOVE 'N' TO WS-TRN-OK
               MOVE WS-REJECT-MOTIVO TO WS-TRN-MOTIVO
           ELSE
               EXEC SQL
                   INSERT INTO numeros
                       (numero, fornecedor, status,
                        dt_atualizacao, atualizado_por)
                   VALUES (:WS-NUMERO-NOVO, :WS-FORNECEDOR, 'A',
                           CURRENT TIMESTAMP, :WS-USUARIO)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM REJEITA-POR-SQLCODE
           END-IF.

       BATCH-CORRIGIR.
           PERFORM VALIDA-CORRECAO
           IF WS-NUMERO-VALIDO NOT = 'Y'
               MOVE 'N' TO WS-TRN-OK
               MOVE WS-REJECT-MOTIVO TO WS-TRN-MOTIVO
               END-IF
           END-IF.

      *> An E transaction only files the exclusion request - the
      *> numero stays until a second operator approves it in the
      *> keyed option A, and the results file says PEND.
       BATCH-EXCLUIR.
           PERFORM SOLICITA-EXCLUSAO
           EVALUATE WS-SOLIC-SITUACAO
               WHEN 'O'
               WHEN 'D'
                   MOVE 'P' TO WS-TRN-OK
                   MOVE SPACE TO WS-TRN-MOTIVO
                   STRING 'AGUARDA APROVACAO ' DELIMITED BY SIZE
                          WS-AP-ID DELIMITED BY SIZE
                       INTO WS-TRN-MOTIVO
                   END-STRING
               WHEN 'X'
                   MOVE 100 TO SQLCODE
                   PERFORM REJEITA-POR-SQLCODE
               WHEN 'Q'
                   PERFORM REJEITA-POR-SQLCODE
               WHEN 'G'
                   MOVE 'N' TO WS-TRN-OK
                   MOVE 'ERRO AO GRAVAR APROVACOES' TO WS-TRN-MOTIVO
               WHEN OTHER
                   MOVE 'N' TO WS-TRN-OK
                   MOVE 'ARQUIVO DE APROVACOES CHEIO' TO WS-TRN-MOTIVO
           END-EVALUATE.

      *> SQLCODE 100 on corrigir/excluir means the numero was not
      *> on the table - reported in words; other codes go out raw.
           MOVE TRN-ACAO TO RES-ACAO
           MOVE TRN-NUMERO TO RES-NUMERO
           MOVE TRN-NUMERO-NOVO TO RES-NUMERO-NOVO
           EVALUATE WS-TRN-OK
               WHEN 'Y'
                   ADD 1 TO WS-TRN-APLICADAS
                   MOVE 'OK' TO RES-STATUS
                   MOVE SPACE TO RES-MOTIVO
               WHEN 'P'
                   ADD 1 TO WS-TRN-PENDENTES
                   MOVE 'PEND' TO RES-STATUS
                   MOVE WS-TRN-MOTIVO TO RES-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-TRN-REJEITADAS
                   MOVE 'REJ' TO RES-STATUS
                   MOVE WS-TRN-MOTIVO TO RES-MOTIVO
           END-EVALUATE
           WRITE RESULTADO-RECORD.

       LOAD-USUARIO.
           DISPLAY '1 - Listar'
           DISPLAY '2 - Incluir'
           DISPLAY '3 - Corrigir'
           DISPLAY '4 - Excluir (requer aprovacao)'
           DISPLAY '5 - Sair'
           DISPLAY '6 - Tratar pendencias'
           DISPLAY '7 - Suspender'
           DISPLAY '8 - Liberar'
           DISPLAY '9 - Listar suspensos'
           DISPLAY 'A - Aprovar exclusoes pendentes'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

                   END-IF
               WHEN '9'
                   PERFORM LISTAR-SUSPENSOS
               WHEN 'A'
                   MOVE 'EXCLUIR' TO WS-AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM DECIDE-EXCLUSOES
                   END-IF
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.
       INCLUIR-NUMERO.
           DISPLAY 'Numero a incluir: '
           ACCEPT WS-NUMERO-NOVO
           DISPLAY 'Fornecedor: '
           ACCEPT WS-FORNECEDOR
           PERFORM VALIDA-INCLUSAO
           IF WS-NUMERO-VALIDO NOT = 'Y'
               DISPLAY 'Numero rejeitado: ' WS-REJECT-MOTIVO
           ELSE
               EXEC SQL
                   INSERT INTO numeros
                       (numero, fornecedor, status,
                        dt_atualizacao, atualizado_por)
                   VALUES (:WS-NUMERO-NOVO, :WS-FORNECEDOR, 'A',
                           CURRENT TIMESTAMP, :WS-USUARIO)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'Erro ao incluir, SQLCODE: ' SQLCODE
               END-IF
           END-IF.

      *> Both inclusion paths hold a new numero to the same two
      *> gates: the output rule, then the fornecedor's allocated
      *> blocks in the range registry.
       VALIDA-INCLUSAO.
           CALL 'ValidaNumeroSaida' USING WS-NUMERO-NOVO
               WS-NUMERO-VALIDO WS-REJECT-MOTIVO
           IF WS-NUMERO-VALIDO = 'Y'
               CALL 'VerificaFaixaFornecedor' USING WS-FORNECEDOR
                   WS-NUMERO-NOVO WS-NUMERO-VALIDO WS-REJECT-MOTIVO
           END-IF.

      *> A correction keeps the row's fornecedor, so the new value
      *> must fall inside that fornecedor's blocks just as an
      *> inclusion would - the fornecedor is read off the row and
      *> both gates run through VALIDA-INCLUSAO.
       VALIDA-CORRECAO.
           MOVE SPACE TO WS-FORNECEDOR
           EXEC SQL
               SELECT COALESCE(fornecedor, ' ')
                 INTO :WS-FORNECEDOR
               FROM numeros
               WHERE numero = :WS-NUMERO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM VALIDA-INCLUSAO
               WHEN 100
                   MOVE 'N' TO WS-NUMERO-VALIDO
                   MOVE 'NUMERO NAO ENCONTRADO' TO WS-REJECT-MOTIVO
               WHEN OTHER
                   MOVE 'N' TO WS-NUMERO-VALIDO
                   MOVE SQLCODE TO WS-SQLCODE-ED
                   MOVE SPACE TO WS-REJECT-MOTIVO
                   STRING 'SQLCODE ' DELIMITED BY SIZE
                          WS-SQLCODE-ED DELIMITED BY SIZE
                       INTO WS-REJECT-MOTIVO
                   END-STRING
           END-EVALUATE.

       CORRIGIR-NUMERO.
           DISPLAY 'Numero a corrigir: '
           ACCEPT WS-NUMERO
           DISPLAY 'Novo valor: '
           ACCEPT WS-NUMERO-NOVO
           PERFORM VALIDA-CORRECAO
           IF WS-NUMERO-VALIDO NOT = 'Y'
               DISPLAY 'Numero rejeitado: ' WS-REJECT-MOTIVO
           ELSE
       EXCLUIR-NUMERO.
           DISPLAY 'Numero a excluir: '
           ACCEPT WS-NUMERO
           PERFORM SOLICITA-EXCLUSAO
           PERFORM MOSTRA-SOLICITACAO.

      *> Exclusion is under dual control: nothing is deleted here.
      *> The request waits in aprovacoes.dat (ControleAprovacao)
      *> for a second operator authorized for EXCLUIR, who applies
      *> it through option A. WS-SOLIC-SITUACAO carries the
      *> routine's answer, plus X=numero not on the table and
      *> Q=SQL error on the lookup.
       SOLICITA-EXCLUSAO.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NUMERO-EXISTE
               FROM numeros
               WHERE numero = :WS-NUMERO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'Q' TO WS-SOLIC-SITUACAO
               WHEN WS-NUMERO-EXISTE = 0
                   MOVE 'X' TO WS-SOLIC-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO WS-APROVACAO
                   MOVE 0 TO WS-AP-ID
                   MOVE 'EXCLUIR' TO WS-AP-FUNCAO
                   MOVE WS-USUARIO TO WS-AP-SOLICITANTE
                   STRING 'EXCLUIR NUMERO ' DELIMITED BY SIZE
                          WS-NUMERO DELIMITED BY SIZE
                       INTO WS-AP-RESUMO
                   END-STRING
                   MOVE WS-NUMERO TO WS-AP-DADOS
                   MOVE 'S' TO WS-APR-OPERACAO
                   CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                       WS-APROVACAO WS-APR-RESULTADO
                   MOVE WS-APR-RESULTADO TO WS-SOLIC-SITUACAO
           END-EVALUATE.

       MOSTRA-SOLICITACAO.
           EVALUATE WS-SOLIC-SITUACAO
               WHEN 'O'
                   DISPLAY 'Exclusao de ' WS-NUMERO ' registrada na '
                           'solicitacao ' WS-AP-ID ' - aguarda '
                           'aprovacao de outro operador.'
               WHEN 'D'
                   DISPLAY 'Ja existe a solicitacao ' WS-AP-ID
                           ' pendente para ' WS-NUMERO '.'
               WHEN 'X'
                   DISPLAY 'Numero nao encontrado.'
               WHEN 'Q'
                   DISPLAY 'Erro ao consultar numero, SQLCODE: '
                           SQLCODE
               WHEN 'G'
                   DISPLAY 'Erro ao gravar aprovacoes.dat - '
                           'exclusao nao registrada.'
               WHEN OTHER
                   DISPLAY 'Arquivo de aprovacoes cheio - exclusao '
                           'nao registrada.'
           END-EVALUATE.

      *> Option A walks the pending EXCLUIR requests in id order.
      *> The requester's own entries are shown but cannot be
      *> decided here - that is the point of the control.
       DECIDE-EXCLUSOES.
           MOVE 0 TO WS-APR-ULTIMO
           MOVE 'S' TO WS-APR-CONTINUA
           PERFORM UNTIL WS-APR-CONTINUA NOT = 'S'
               MOVE SPACES TO WS-APROVACAO
               MOVE WS-APR-ULTIMO TO WS-AP-ID
               MOVE 'EXCLUIR' TO WS-AP-FUNCAO
               MOVE 'P' TO WS-APR-OPERACAO
               CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                   WS-APROVACAO WS-APR-RESULTADO
               IF WS-APR-RESULTADO = 'O'
                   MOVE WS-AP-ID TO WS-APR-ULTIMO
                   PERFORM DECIDE-UMA-EXCLUSAO
               ELSE
                   MOVE 'N' TO WS-APR-CONTINUA
               END-IF
           END-PERFORM
           IF WS-APR-ULTIMO = 0
               DISPLAY 'Nenhuma exclusao pendente de aprovacao.'
           END-IF.

       DECIDE-UMA-EXCLUSAO.
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
                       PERFORM APROVA-EXCLUSAO
                   WHEN 'R'
                       PERFORM REJEITA-EXCLUSAO
                   WHEN OTHER
                       DISPLAY 'Solicitacao mantida pendente.'
               END-EVALUATE
           END-IF.

      *> Checked (V) before the delete and recorded (D) after it,
      *> so a failed delete leaves the request pending instead of
      *> approved-but-not-applied.
       APROVA-EXCLUSAO.
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'V' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE WS-AP-DADOS(1:10) TO WS-NUMERO
               EXEC SQL
                   DELETE FROM numeros WHERE numero = :WS-NUMERO
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'Erro ao excluir, SQLCODE: ' SQLCODE
                           ' - solicitacao mantida pendente.'
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
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
                   MOVE 'EXCLUIR' TO CL-ACAO
                   PERFORM GRAVA-LOG-DECISAO
                   PERFORM REMOVE-PENDENCIA-EXCLUIDA
                   DISPLAY 'Numero ' WS-NUMERO ' excluido.'
               END-IF
           END-IF.

       REJEITA-EXCLUSAO.
           MOVE 'R' TO WS-AP-SITUACAO
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'D' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE WS-AP-DADOS(1:10) TO WS-NUMERO
               MOVE 'REJEITEXCL' TO CL-ACAO
               PERFORM GRAVA-LOG-DECISAO
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

      *> An open pendencia for the numero just deleted has nothing
      *> left to correct - it leaves the queue like one excluded
      *> through option 6.
       REMOVE-PENDENCIA-EXCLUIDA.
           OPEN I-O PENDENCIA-FILE
           IF WS-PENDENCIA-STATUS = '00'
               MOVE WS-NUMERO TO PEND-NUMERO
               DELETE PENDENCIA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE PENDENCIA-FILE
           END-IF.

      *> Suspension is a status flip, not a removal - the numero
           MOVE WS-PD-NUMERO TO WS-NUMERO
           DISPLAY 'Novo valor: '
           ACCEPT WS-NUMERO-NOVO
           PERFORM VALIDA-CORRECAO
           IF WS-NUMERO-VALIDO NOT = 'Y'
               DISPLAY 'Numero rejeitado: ' WS-REJECT-MOTIVO
           ELSE
               END-IF
           END-IF.

      *> The exclusion is only requested here; the entry stays
      *> open and leaves the queue when the request is approved.
       EXCLUI-PENDENCIA.
           MOVE WS-PD-NUMERO TO WS-NUMERO
           PERFORM SOLICITA-EXCLUSAO
           PERFORM MOSTRA-SOLICITACAO.

      *> A dismissal changes nothing in compras.numeros, but it is
      *> still a maintenance decision - logged to the change log so
           MOVE WS-NUMERO-NOVO TO CL-NUMERO-DEPOIS
           WRITE CHANGE-LOG-RECORD.

      *> Entry of an action decided under dual control: the
      *> requester in CL-USUARIO, the deciding operator in
      *> CL-APROVADOR, and the request id. Callers set CL-ACAO -
      *> EXCLUIR when approved, REJEITEXCL when refused; either
      *> way the numeros are the exclusion's own (numero / 0).
       GRAVA-LOG-DECISAO.
           MOVE CL-ACAO TO WS-ACAO-SALVA
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-ACAO-SALVA TO CL-ACAO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP
           MOVE WS-AP-SOLICITANTE TO CL-USUARIO
           MOVE WS-NUMERO TO CL-NUMERO-ANTES
           MOVE 0 TO CL-NUMERO-DEPOIS
           MOVE WS-USUARIO TO CL-APROVADOR
           MOVE WS-AP-ID TO CL-SOLICITACAO
           WRITE CHANGE-LOG-RECORD.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
