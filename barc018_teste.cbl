      *>             Displaying the current value stays open to
      *>             all; denials land in the operations event
      *>             file.
      *> 2026-10-15  Watermark changes are now under dual control.
      *>             Options 2 and 3 file a request with
      *>             ControleAprovacao (aprovacoes.dat) instead of
      *>             writing lastrun.dat, and the new option 5 lets a
      *>             second operator authorized for MARCADAGUA approve
      *>             or reject it, with the current and requested values
      *>             shown and the format checked again before it is
      *>             applied. The requester can never decide their own
      *>             request, and requests expire after APROVACAO_HORAS.
      *>             lastrun.hist gains MH-APROVADOR, MH-SOLICITACAO and
      *>             MH-DECISAO: MH-USUARIO is now the requester, and
      *>             refused requests are kept as REJEITADA lines, which
      *>             the restore option skips.
      *> 2026-10-15  ControleAprovacao's answers F (file too large to
      *>             rewrite) and G (aprovacoes.dat could not be
      *>             written) are now reported as such, and an approved
      *>             action whose decision could not be recorded is
      *>             flagged on screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  MH-TS-DEPOIS          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  MH-MOTIVO             PIC X(40).
           05  FILLER                PIC X     VALUE SPACE.
           05  MH-APROVADOR          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  MH-SOLICITACAO        PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  MH-DECISAO            PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-LASTRUN-STATUS     PIC X(2).
       01  WS-TEM-ANTERIOR       PIC X     VALUE 'N'.
       01  WS-AUT-FUNCAO         PIC X(12).
       01  WS-AUTORIZADO         PIC X.
       01  WS-APR-OPERACAO       PIC X.
       01  WS-APR-RESULTADO      PIC X.
       01  WS-APR-ULTIMO         PIC 9(6)  VALUE 0.
       01  WS-APR-CONTINUA       PIC X.
       01  WS-APR-DECISAO        PIC X.
       01  WS-DECISAO            PIC X(10).

      *> WS-AP-DADOS of a MARCADAGUA request.
       01  WS-MARCA-PEDIDO.
           05  WS-MP-MARCA-NOVA      PIC X(26).
           05  WS-MP-MOTIVO          PIC X(40).
           05  FILLER                PIC X(14).

       COPY APROVREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '2 - Alterar para timestamp informado'
           DISPLAY '3 - Restaurar valor anterior'
           DISPLAY '4 - Sair'
           DISPLAY '5 - Aprovar alteracoes pendentes'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

                   END-IF
               WHEN '4'
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN '5'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM DECIDE-ALTERACOES
                   END-IF
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.
           ELSE
               DISPLAY 'Motivo da alteracao: '
               ACCEPT WS-MOTIVO
               PERFORM SOLICITA-ALTERACAO
           END-IF.

       RESTAURA-MARCA.
           ELSE
               MOVE WS-MARCA-ANTERIOR TO WS-MARCA-NOVA
               MOVE 'RESTAURACAO DO VALOR ANTERIOR' TO WS-MOTIVO
               PERFORM SOLICITA-ALTERACAO
           END-IF.

      *> A watermark change is under dual control: lastrun.dat is
      *> not touched here. The request waits in aprovacoes.dat
      *> (ControleAprovacao) for a second operator authorized for
      *> MARCADAGUA, who applies it through option 5.
       SOLICITA-ALTERACAO.
           MOVE SPACES TO WS-APROVACAO
           MOVE 0 TO WS-AP-ID
           MOVE 'MARCADAGUA' TO WS-AP-FUNCAO
           MOVE WS-USUARIO TO WS-AP-SOLICITANTE
           STRING 'MARCA DE AGUA PARA ' DELIMITED BY SIZE
                  WS-MARCA-NOVA DELIMITED BY SIZE
               INTO WS-AP-RESUMO
           END-STRING
           MOVE SPACES TO WS-MARCA-PEDIDO
           MOVE WS-MARCA-NOVA TO WS-MP-MARCA-NOVA
           MOVE WS-MOTIVO TO WS-MP-MOTIVO
           MOVE WS-MARCA-PEDIDO TO WS-AP-DADOS
           MOVE 'S' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           EVALUATE WS-APR-RESULTADO
               WHEN 'O'
                   DISPLAY 'Alteracao registrada na solicitacao '
                           WS-AP-ID ' - aguarda aprovacao de outro '
                           'operador.'
               WHEN 'D'
                   DISPLAY 'Ja existe a solicitacao ' WS-AP-ID
                           ' pendente com esse valor.'
               WHEN 'G'
                   DISPLAY 'Erro ao gravar aprovacoes.dat - alteracao '
                           'nao registrada.'
               WHEN OTHER
                   DISPLAY 'Arquivo de aprovacoes cheio - alteracao '
                           'nao registrada.'
           END-EVALUATE.

      *> Option 5 walks the pending MARCADAGUA requests in id
      *> order; the requester's own entries cannot be decided.
       DECIDE-ALTERACOES.
           MOVE 0 TO WS-APR-ULTIMO
           MOVE 'S' TO WS-APR-CONTINUA
           PERFORM UNTIL WS-APR-CONTINUA NOT = 'S'
               MOVE SPACES TO WS-APROVACAO
               MOVE WS-APR-ULTIMO TO WS-AP-ID
               MOVE 'MARCADAGUA' TO WS-AP-FUNCAO
               MOVE 'P' TO WS-APR-OPERACAO
               CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                   WS-APROVACAO WS-APR-RESULTADO
               IF WS-APR-RESULTADO = 'O'
                   MOVE WS-AP-ID TO WS-APR-ULTIMO
                   PERFORM DECIDE-UMA-ALTERACAO
               ELSE
                   MOVE 'N' TO WS-APR-CONTINUA
               END-IF
           END-PERFORM
           IF WS-APR-ULTIMO = 0
               DISPLAY 'Nenhuma alteracao pendente de aprovacao.'
           END-IF.

       DECIDE-UMA-ALTERACAO.
           MOVE WS-AP-DADOS TO WS-MARCA-PEDIDO
           PERFORM LE-MARCA-ATUAL
           DISPLAY '----------------------------------------'
           DISPLAY 'Solicitacao ' WS-AP-ID ' de ' WS-AP-SOLICITANTE
                   ' em ' WS-AP-SOLICITADO-TS
           DISPLAY 'Marca atual   : ' WS-MARCA-ATUAL
           DISPLAY 'Marca pedida  : ' WS-MP-MARCA-NOVA
           DISPLAY 'Motivo        : ' WS-MP-MOTIVO
           IF WS-AP-SOLICITANTE = WS-USUARIO
               DISPLAY 'Solicitacao do proprio usuario - outro '
                       'operador deve decidir.'
           ELSE
               DISPLAY 'A=Aprovar R=Rejeitar (outra tecla mantem '
                       'pendente): '
               ACCEPT WS-APR-DECISAO
               EVALUATE WS-APR-DECISAO
                   WHEN 'A'
                       PERFORM APROVA-ALTERACAO
                   WHEN 'R'
                       PERFORM REJEITA-ALTERACAO
                   WHEN OTHER
                       DISPLAY 'Solicitacao mantida pendente.'
               END-EVALUATE
           END-IF.

      *> The value is validated again at approval, and the decision
      *> is recorded only once lastrun.dat has been written.
       APROVA-ALTERACAO.
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'V' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           MOVE WS-MP-MARCA-NOVA TO WS-MARCA-NOVA
           MOVE WS-MP-MOTIVO TO WS-MOTIVO
           PERFORM VALIDA-FORMATO-TS
           EVALUATE TRUE
               WHEN WS-APR-RESULTADO NOT = 'O'
                   PERFORM MOSTRA-RECUSA-DECISAO
               WHEN WS-TS-VALIDO NOT = 'Y'
                   DISPLAY 'Timestamp pedido fora do formato - '
                           'rejeite a solicitacao.'
               WHEN OTHER
                   MOVE 'A' TO WS-AP-SITUACAO
                   MOVE WS-USUARIO TO WS-AP-APROVADOR
                   MOVE 'D' TO WS-APR-OPERACAO
                   MOVE 'APROVADA' TO WS-DECISAO
                   PERFORM GRAVA-MARCA
                   CALL 'ControleAprovacao' USING WS-APR-OPERACAO
                       WS-APROVACAO WS-APR-RESULTADO
                   IF WS-APR-RESULTADO NOT = 'O'
                       DISPLAY 'Acao aplicada, mas a decisao da '
                               'solicitacao ' WS-AP-ID ' nao foi '
                               'gravada em aprovacoes.dat.'
                   END-IF
           END-EVALUATE.

      *> A refusal is kept in lastrun.hist as well, marked
      *> REJEITADA, so the history shows every decision;
      *> LE-ULTIMO-ANTERIOR skips those lines.
       REJEITA-ALTERACAO.
           MOVE 'R' TO WS-AP-SITUACAO
           MOVE WS-USUARIO TO WS-AP-APROVADOR
           MOVE 'D' TO WS-APR-OPERACAO
           CALL 'ControleAprovacao' USING WS-APR-OPERACAO
               WS-APROVACAO WS-APR-RESULTADO
           IF WS-APR-RESULTADO NOT = 'O'
               PERFORM MOSTRA-RECUSA-DECISAO
           ELSE
               MOVE WS-MP-MARCA-NOVA TO WS-MARCA-NOVA
               MOVE WS-MP-MOTIVO TO WS-MOTIVO
               MOVE 'REJEITADA' TO WS-DECISAO
               PERFORM GRAVA-HIST
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

       LE-ULTIMO-ANTERIOR.
           MOVE 'N' TO WS-TEM-ANTERIOR
           MOVE 'N' TO WS-HIST-EOF
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF MH-DECISAO NOT = 'REJEITADA'
                           MOVE MH-TS-ANTES TO WS-MARCA-ANTERIOR
                           MOVE 'Y' TO WS-TEM-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MARCAHIST-STATUS NOT = '35'
               CLOSE MARCA-HIST-FILE
           END-IF.

       GRAVA-MARCA.
           PERFORM GRAVA-HIST
           MOVE WS-MARCA-NOVA TO LASTRUN-RECORD
           OPEN OUTPUT LASTRUN-FILE
           WRITE LASTRUN-RECORD
           CLOSE LASTRUN-FILE
           MOVE WS-MARCA-NOVA TO WS-MARCA-ATUAL
           DISPLAY 'Marca de agua gravada: ' WS-MARCA-ATUAL.

      *> VALUE clauses on FD fillers are not honored, so the
      *> record is blanked before the fields are filled in. Every
      *> line is a decided request: the requester in MH-USUARIO,
      *> the deciding operator in MH-APROVADOR.
       GRAVA-HIST.
           MOVE SPACES TO MARCA-HIST-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO MH-QUANDO-TS
           MOVE WS-AP-SOLICITANTE TO MH-USUARIO
           MOVE WS-MARCA-ATUAL TO MH-TS-ANTES
           MOVE WS-MARCA-NOVA TO MH-TS-DEPOIS
           MOVE WS-MOTIVO TO MH-MOTIVO
           MOVE WS-USUARIO TO MH-APROVADOR
           MOVE WS-AP-ID TO MH-SOLICITACAO
           MOVE WS-DECISAO TO MH-DECISAO
           OPEN EXTEND MARCA-HIST-FILE
           IF WS-MARCAHIST-STATUS NOT = '00'
               OPEN OUTPUT MARCA-HIST-FILE
           END-IF
           WRITE MARCA-HIST-RECORD
           CLOSE MARCA-HIST-FILE.

      *> The extract writes the watermark as a DB2 CURRENT TIMESTAMP
      *> ('AAAA-MM-DD-HH.MM.SS.ffffff'); anything set here has to
