       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ConsultaFornecedor.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Online inquiry keyed by
      *>             fornecedor codigo, in the menu style of
      *>             ManutencaoNumeros - RastreiaNumero answers for
      *>             one numero, but purchasing calls about a
      *>             supplier. One screen shows the
      *>             compras.fornecedores master data and status; the
      *>             active and suspended numero counts; the open
      *>             pendencias (pendencias.idx) whose numero belongs
      *>             to the supplier; the last remessa received
      *>             (remessa_disposicao.dat) with its outcome so far
      *>             and what is still waiting in numeros_estagio.dat;
      *>             the rejects of gerarquivosaida.rejhist over the
      *>             last 30 days; and what went out month-to-date in
      *>             NUMEROS_HIST - the 'E' rows shipped, and the
      *>             netted count and valor, where a numero counts
      *>             once at its latest shipment of the month and not
      *>             at all when that was followed by a retraction.
      *>             Pendencias and rejects carry no fornecedor, so
      *>             each is attributed through the numero's current
      *>             row in compras.numeros.
      *> 2026-10-15  The month's netted valor is now the sum of valor
      *>             over the fornecedor's 'E' rows, the netting
      *>             FechamentoMensal prints, instead of each numero's
      *>             latest row less retractions - the two figures
      *>             disagreed. The numero count beside it is the
      *>             distinct numeros shipped.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIA-FILE ASSIGN TO 'pendencias.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WS-PENDENCIA-STATUS.

           SELECT DISPOSICAO-FILE ASSIGN TO 'remessa_disposicao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSICAO-STATUS.

           SELECT ESTAGIO-FILE ASSIGN TO 'numeros_estagio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTAGIO-STATUS.

           SELECT REJHIST-FILE ASSIGN TO 'gerarquivosaida.rejhist'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same 138-byte PENDREC image; the numero doubles as the
      *> record key at its PENDREC offset.
       FD  PENDENCIA-FILE.
       01  PENDENCIA-RECORD.
           05  FILLER                PIC X(2).
           05  PEND-NUMERO           PIC 9(10).
           05  FILLER                PIC X(126).

       FD  DISPOSICAO-FILE.
       01  DISPOSICAO-RECORD     PIC X(123).

       FD  ESTAGIO-FILE.
       01  ESTAGIO-RECORD        PIC X(59).

       FD  REJHIST-FILE.
       01  REJHIST-RECORD        PIC X(98).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-PENDENCIA-STATUS   PIC X(2).
       01  WS-DISPOSICAO-STATUS  PIC X(2).
       01  WS-ESTAGIO-STATUS     PIC X(2).
       01  WS-REJHIST-STATUS     PIC X(2).
       01  WS-OPCAO              PIC X.
       01  WS-CONTINUE-SWITCH    PIC X     VALUE 'S'.
       01  WS-TIMESTAMP          PIC X(26).

       01  WS-CODIGO             PIC X(10).
       01  WS-NOME               PIC X(30).
       01  WS-STATUS             PIC X(1).
       01  WS-FORN-DT            PIC X(26).
       01  WS-FORN-USUARIO       PIC X(8).
       01  WS-ATIVOS             PIC 9(9)  VALUE 0.
       01  WS-SUSPENSOS          PIC 9(9)  VALUE 0.

       01  WS-NUMERO             PIC 9(10).
       01  WS-NUM-FORNECEDOR     PIC X(10).
       01  WS-VISTAS             PIC 9(5)  VALUE 0.

       01  WS-ULT-RECEBIDO-TS    PIC X(14).
       01  WS-ULT-REMESSA-DATA   PIC X(8).
       01  WS-ULT-LINHAS         PIC 9(6)  VALUE 0.
       01  WS-ULT-ESTAGIADOS     PIC 9(6)  VALUE 0.
       01  WS-ULT-DUPLICADOS     PIC 9(6)  VALUE 0.
       01  WS-ULT-REJEITADOS     PIC 9(6)  VALUE 0.
       01  WS-ULT-ACEITOS        PIC 9(6)  VALUE 0.
       01  WS-ULT-DESCARTADOS    PIC 9(6)  VALUE 0.
       01  WS-ULT-RETORNO        PIC X     VALUE 'N'.

       01  WS-HOJE               PIC 9(8).
       01  WS-CORTE-DIA          PIC S9(9) COMP.
       01  WS-CORTE-DATA         PIC 9(8).
       01  WS-JANELA-DIAS        PIC 9(3)  VALUE 30.
       01  WS-MES-INICIO         PIC X(8).
       01  WS-MES-FIM            PIC X(8).
       01  WS-MES-LINHAS         PIC 9(9)  VALUE 0.
       01  WS-MES-NUMEROS        PIC 9(9)  VALUE 0.
       01  WS-MES-VALOR          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-VALOR-ED           PIC -(13)9.99.

       COPY PENDREC.

       COPY DISPREC.

       COPY ESTGREC.

       COPY REJHREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONNECT-DB
           PERFORM UNTIL WS-CONTINUE-SWITCH NOT = 'S'
               PERFORM SHOW-MENU
               PERFORM PROCESS-OPCAO
           END-PERFORM
           PERFORM DISCONNECT-DB
           STOP RUN.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

       SHOW-MENU.
           DISPLAY '========================================'
           DISPLAY 'Consulta por fornecedor'
           DISPLAY '1 - Consultar fornecedor'
           DISPLAY '2 - Sair'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

       PROCESS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   DISPLAY 'Codigo do fornecedor: '
                   ACCEPT WS-CODIGO
                   IF WS-CODIGO = SPACE
                       DISPLAY 'Codigo em branco.'
                   ELSE
                       PERFORM CONSULTA-UM-FORNECEDOR
                   END-IF
               WHEN '2'
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.

       CONSULTA-UM-FORNECEDOR.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-HOJE
           DISPLAY '========================================'
           DISPLAY 'Fornecedor ' WS-CODIGO
           PERFORM MOSTRA-CADASTRO
           PERFORM MOSTRA-CONTAGENS
           PERFORM MOSTRA-PENDENCIAS
           PERFORM MOSTRA-ULTIMA-REMESSA
           PERFORM MOSTRA-ESTAGIO
           PERFORM MOSTRA-REJEICOES
           PERFORM MOSTRA-MES-CORRENTE
           DISPLAY '========================================'.

       MOSTRA-CADASTRO.
           DISPLAY '--- Cadastro (compras.fornecedores):'
           EXEC SQL
               SELECT nome, status, COALESCE(dt_atualizacao, ' '),
                      COALESCE(atualizado_por, ' ')
                 INTO :WS-NOME, :WS-STATUS, :WS-FORN-DT,
                      :WS-FORN-USUARIO
               FROM fornecedores
               WHERE codigo = :WS-CODIGO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'Nome  : ' WS-NOME
                   IF WS-STATUS = 'A'
                       DISPLAY 'Status: A (ativo)'
                   ELSE
                       DISPLAY 'Status: ' WS-STATUS ' (inativo)'
                   END-IF
                   DISPLAY 'Alterado por ' WS-FORN-USUARIO ' em '
                           WS-FORN-DT(1:10)
               WHEN 100
                   DISPLAY '(fornecedor nao cadastrado)'
               WHEN OTHER
                   DISPLAY 'Erro ao ler fornecedor, SQLCODE: '
                           SQLCODE
           END-EVALUATE.

       MOSTRA-CONTAGENS.
           DISPLAY '--- Numeros em compras.numeros:'
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ATIVOS
               FROM numeros
               WHERE fornecedor = :WS-CODIGO
                 AND COALESCE(status, 'A') = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar ativos, SQLCODE: ' SQLCODE
               MOVE 0 TO WS-ATIVOS
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SUSPENSOS
               FROM numeros
               WHERE fornecedor = :WS-CODIGO
                 AND status = 'S'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar suspensos, SQLCODE: '
                       SQLCODE
               MOVE 0 TO WS-SUSPENSOS
           END-IF
           DISPLAY 'Ativos    : ' WS-ATIVOS
           DISPLAY 'Suspensos : ' WS-SUSPENSOS.

      *> The queue is keyed by numero only - an entry belongs to
      *> the supplier when its numero's row carries the codigo.
       MOSTRA-PENDENCIAS.
           DISPLAY '--- Pendencias abertas:'
           MOVE 0 TO WS-VISTAS
           OPEN INPUT PENDENCIA-FILE
           IF WS-PENDENCIA-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PENDENCIA-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE PENDENCIA-RECORD TO WS-PENDENCIA
                       IF WS-PD-STATUS = 'A'
                           PERFORM AVALIA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDENCIA-STATUS NOT = '35'
               CLOSE PENDENCIA-FILE
           END-IF
           MOVE 'N' TO EOF
           IF WS-VISTAS = 0
               DISPLAY '(nenhuma)'
           END-IF.

       AVALIA-PENDENCIA.
           MOVE WS-PD-NUMERO TO WS-NUMERO
           PERFORM LE-FORNECEDOR-NUMERO
           IF WS-NUM-FORNECEDOR = WS-CODIGO
               ADD 1 TO WS-VISTAS
               DISPLAY WS-PD-NUMERO ' ' WS-PD-EXTRACT-TS(1:8) ' '
                       WS-PD-MOTIVO
           END-IF.

      *> The ledger is appended in time order, so the last intake
      *> stamp met on an 'L' line is the last remessa; its counts
      *> restart whenever a newer remessa shows up.
       MOSTRA-ULTIMA-REMESSA.
           DISPLAY '--- Ultima remessa recebida:'
           MOVE SPACE TO WS-ULT-RECEBIDO-TS
           MOVE SPACE TO WS-ULT-REMESSA-DATA
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ DISPOSICAO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE DISPOSICAO-RECORD TO WS-DISPOSICAO
                       IF WS-DP-FORNECEDOR = WS-CODIGO
                           PERFORM ACUMULA-DISPOSICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPOSICAO-STATUS NOT = '35'
               CLOSE DISPOSICAO-FILE
           END-IF
           MOVE 'N' TO EOF
           IF WS-ULT-RECEBIDO-TS = SPACE
               DISPLAY '(nenhuma remessa registrada)'
           ELSE
               DISPLAY 'Remessa de ' WS-ULT-REMESSA-DATA
                       ' recebida em ' WS-ULT-RECEBIDO-TS
               DISPLAY 'Linhas enviadas     : ' WS-ULT-LINHAS
               DISPLAY 'Duplicadas          : ' WS-ULT-DUPLICADOS
               DISPLAY 'Rejeitadas          : ' WS-ULT-REJEITADOS
               DISPLAY 'Levadas ao staging  : ' WS-ULT-ESTAGIADOS
               DISPLAY '  aprovadas         : ' WS-ULT-ACEITOS
               DISPLAY '  descartadas       : ' WS-ULT-DESCARTADOS
               IF WS-ULT-RETORNO = 'Y'
                   DISPLAY 'Retorno ao fornecedor emitido.'
               ELSE
                   DISPLAY 'Retorno ao fornecedor ainda nao '
                           'emitido.'
               END-IF
           END-IF.

       ACUMULA-DISPOSICAO.
           IF WS-DP-TIPO = 'L'
                   AND WS-DP-RECEBIDO-TS > WS-ULT-RECEBIDO-TS
               MOVE WS-DP-RECEBIDO-TS TO WS-ULT-RECEBIDO-TS
               MOVE WS-DP-REMESSA-DATA TO WS-ULT-REMESSA-DATA
               MOVE 0 TO WS-ULT-LINHAS
               MOVE 0 TO WS-ULT-ESTAGIADOS
               MOVE 0 TO WS-ULT-DUPLICADOS
               MOVE 0 TO WS-ULT-REJEITADOS
               MOVE 0 TO WS-ULT-ACEITOS
               MOVE 0 TO WS-ULT-DESCARTADOS
               MOVE 'N' TO WS-ULT-RETORNO
           END-IF
           IF WS-DP-RECEBIDO-TS = WS-ULT-RECEBIDO-TS
               EVALUATE WS-DP-TIPO
                   WHEN 'L'
                       ADD 1 TO WS-ULT-LINHAS
                       EVALUATE WS-DP-SITUACAO
                           WHEN 'EST'
                               ADD 1 TO WS-ULT-ESTAGIADOS
                           WHEN 'DUP'
                               ADD 1 TO WS-ULT-DUPLICADOS
                           WHEN 'REJ'
                               ADD 1 TO WS-ULT-REJEITADOS
                       END-EVALUATE
                   WHEN 'A'
                       IF WS-DP-SITUACAO = 'ACE'
                           ADD 1 TO WS-ULT-ACEITOS
                       ELSE
                           ADD 1 TO WS-ULT-DESCARTADOS
                       END-IF
                   WHEN 'R'
                       MOVE 'Y' TO WS-ULT-RETORNO
               END-EVALUATE
           END-IF.

       MOSTRA-ESTAGIO.
           DISPLAY '--- Aguardando no staging:'
           MOVE 0 TO WS-VISTAS
           OPEN INPUT ESTAGIO-FILE
           IF WS-ESTAGIO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ ESTAGIO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ESTAGIO-RECORD TO WS-ESTAGIO-PENDENCIA
                       IF ES-STATUS = 'P'
                               AND ES-FORNECEDOR = WS-CODIGO
                           ADD 1 TO WS-VISTAS
                           DISPLAY ES-NUMERO ' remessa '
                                   ES-REMESSA-DATA ' carregado em '
                                   ES-CARREGADO-TS(1:14)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ESTAGIO-STATUS NOT = '35'
               CLOSE ESTAGIO-FILE
           END-IF
           MOVE 'N' TO EOF
           IF WS-VISTAS = 0
               DISPLAY '(nada pendente)'
           ELSE
               DISPLAY WS-VISTAS ' entradas pendentes.'
           END-IF.

       MOSTRA-REJEICOES.
           COMPUTE WS-CORTE-DIA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-JANELA-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CORTE-DIA)
               TO WS-CORTE-DATA
           DISPLAY '--- Rejeicoes desde ' WS-CORTE-DATA ':'
           MOVE 0 TO WS-VISTAS
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REJHIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE REJHIST-RECORD TO WS-REJH
                       IF WS-RJH-RUN-DATE >= WS-CORTE-DATA
                           PERFORM AVALIA-REJEICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJHIST-STATUS NOT = '35'
               CLOSE REJHIST-FILE
           END-IF
           MOVE 'N' TO EOF
           IF WS-VISTAS = 0
               DISPLAY '(nenhuma)'
           END-IF.

       AVALIA-REJEICAO.
           MOVE WS-RJH-NUMERO TO WS-NUMERO
           PERFORM LE-FORNECEDOR-NUMERO
           IF WS-NUM-FORNECEDOR = WS-CODIGO
               ADD 1 TO WS-VISTAS
               DISPLAY WS-RJH-RUN-DATE ' ' WS-RJH-NUMERO ' '
                       WS-RJH-MOTIVO
           END-IF.

      *> Netted: each numero counts once, at its latest shipment
      *> this month, and not at all when a retraction came after
      *> it - a numero whose latest shipment went out under
      *> another fornecedor counts for that one.
       MOSTRA-MES-CORRENTE.
           MOVE WS-TIMESTAMP(1:6) TO WS-MES-INICIO(1:6)
           MOVE '01' TO WS-MES-INICIO(7:2)
           MOVE WS-TIMESTAMP(1:8) TO WS-MES-FIM
           DISPLAY '--- Enviado no mes (' WS-MES-INICIO ' a '
                   WS-MES-FIM '):'
           EXEC SQL
               SELECT COUNT(*) INTO :WS-MES-LINHAS
               FROM NUMEROS_HIST
               WHERE row_type = 'E'
                 AND fornecedor = :WS-CODIGO
                 AND run_date >= :WS-MES-INICIO
                 AND run_date <= :WS-MES-FIM
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar envios do mes, SQLCODE: '
                       SQLCODE
               MOVE 0 TO WS-MES-LINHAS
           END-IF
      *> Netted the way FechamentoMensal nets the month: the sum
      *> of valor over the fornecedor's 'E' rows, so the two agree.
           EXEC SQL
               SELECT COUNT(DISTINCT h.numero),
                      COALESCE(SUM(h.valor), 0)
                 INTO :WS-MES-NUMEROS, :WS-MES-VALOR
               FROM NUMEROS_HIST h
               WHERE h.row_type = 'E'
                 AND h.fornecedor = :WS-CODIGO
                 AND h.run_date >= :WS-MES-INICIO
                 AND h.run_date <= :WS-MES-FIM
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao apurar valor do mes, SQLCODE: '
                       SQLCODE
               MOVE 0 TO WS-MES-NUMEROS
               MOVE 0 TO WS-MES-VALOR
           END-IF
           MOVE WS-MES-VALOR TO WS-VALOR-ED
           DISPLAY 'Linhas E enviadas   : ' WS-MES-LINHAS
           DISPLAY 'Numeros distintos   : ' WS-MES-NUMEROS
           DISPLAY 'Valor liquido       : ' WS-VALOR-ED.

       LE-FORNECEDOR-NUMERO.
           EXEC SQL
               SELECT COALESCE(fornecedor, ' ')
                 INTO :WS-NUM-FORNECEDOR
               FROM numeros
               WHERE numero = :WS-NUMERO
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACE TO WS-NUM-FORNECEDOR
           END-IF.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
