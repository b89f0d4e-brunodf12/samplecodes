       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ManutencaoFaixas.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Maintenance of the numero range
      *>             allocation registry (faixas_fornecedor.dat,
      *>             shared FAIXAREC layout) in the menu style of
      *>             ManutencaoFornecedores: compras.numeros had no
      *>             notion of which supplier owns which block, so
      *>             two suppliers could send overlapping values and
      *>             a keyed inclusion could take someone else's
      *>             numero. A block is allocated to an active
      *>             compras.fornecedores codigo, extended upward or
      *>             retired - never deleted, so the registry keeps
      *>             its own history - and no two active blocks may
      *>             overlap. Allocate, extend and retire are
      *>             authorized through VerificaAutorizacao (funcao
      *>             FAIXAS) and appended to manutencaofaixas.log with
      *>             user and timestamp. The occupancy report
      *>             (faixas_ocupacao.rpt) counts the numeros
      *>             compras.numeros holds inside each active block
      *>             and flags the ones at or above 80% used, so a
      *>             new block is handed out before a supplier runs
      *>             out. VerificaFaixaFornecedor enforces the
      *>             registry on the intake and inclusion paths.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAIXA-FILE ASSIGN TO 'faixas_fornecedor.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXA-STATUS.

           SELECT FAIXA-LOG-FILE ASSIGN TO 'manutencaofaixas.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXALOG-STATUS.

           SELECT OCUPACAO-FILE ASSIGN TO 'faixas_ocupacao.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCUPACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAIXA-FILE.
       01  FAIXA-RECORD          PIC X(58).

       FD  FAIXA-LOG-FILE.
       01  FAIXA-LOG-RECORD.
           05  FXL-TIMESTAMP         PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-USUARIO           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-ACAO              PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-FORNECEDOR        PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-INICIO            PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-FIM-ANTES         PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  FXL-FIM-DEPOIS        PIC 9(10).

       FD  OCUPACAO-FILE.
       01  OCUPACAO-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-FAIXA-STATUS       PIC X(2).
       01  WS-FAIXALOG-STATUS    PIC X(2).
       01  WS-OCUPACAO-STATUS    PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-OPCAO              PIC X.
       01  WS-CONTINUE-SWITCH    PIC X     VALUE 'S'.
       01  WS-AUT-FUNCAO         PIC X(12) VALUE 'FAIXAS'.
       01  WS-AUTORIZADO         PIC X.
       01  WS-ACAO-SALVA         PIC X(10).
       01  WS-CONFIRMA           PIC X.
       01  WS-ENTRADA-OK         PIC X.

       01  WS-FAIXA-EOF          PIC X     VALUE 'N'.
       01  WS-FAIXA-COUNT        PIC 9(3)  VALUE 0.
       01  WS-FAIXA-MAXIMO       PIC 9(3)  VALUE 500.
       01  WS-FAIXA-TABELA.
           05  WS-FAIXA-ENTRADA  PIC X(58) OCCURS 500 TIMES.
       01  WS-FAIXA-IDX          PIC 9(3).
       01  WS-FAIXA-ESCOLHA      PIC 9(3).
       01  WS-FAIXA-ATIVAS       PIC 9(3)  VALUE 0.

       01  WS-FORNECEDOR         PIC X(10).
       01  WS-FORN-STATUS        PIC X(1).
       01  WS-NOVO-INICIO        PIC 9(10).
       01  WS-NOVO-FIM           PIC 9(10).
       01  WS-FIM-ANTES          PIC 9(10).
       01  WS-SOBREPOE           PIC X.
       01  WS-SOBREPOE-FORN      PIC X(10).

       01  WS-OCUPADOS           PIC 9(10) VALUE 0.
       01  WS-MAIOR-USADO        PIC 9(10) VALUE 0.
       01  WS-CAPACIDADE         PIC 9(11) VALUE 0.
       01  WS-RESTANTES          PIC 9(11) VALUE 0.
       01  WS-PCT-USO            PIC 9(3)V9 VALUE 0.
       01  WS-PCT-LIMIAR         PIC 9(3)V9 VALUE 80.
       01  WS-ESGOTANDO          PIC 9(3)  VALUE 0.

       COPY FAIXAREC.

       01  WS-OCUP-CABECALHO.
           05  FILLER                PIC X(11) VALUE 'FORNECEDOR'.
           05  FILLER                PIC X(11) VALUE 'INICIO'.
           05  FILLER                PIC X(11) VALUE 'FIM'.
           05  FILLER                PIC X(11) VALUE 'OCUPADOS'.
           05  FILLER                PIC X(12) VALUE 'RESTANTES'.
           05  FILLER                PIC X(11) VALUE 'MAIOR USADO'.
           05  FILLER                PIC X(7)  VALUE '  USO%'.
       01  WS-OCUP-LINHA.
           05  WS-OL-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-INICIO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-FIM             PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-OCUPADOS        PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-RESTANTES       PIC 9(11).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-MAIOR-USADO     PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-PCT             PIC ZZ9.9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-ALERTA          PIC X(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM CONNECT-DB
           PERFORM CARREGA-FAIXAS
           OPEN EXTEND FAIXA-LOG-FILE
           IF WS-FAIXALOG-STATUS NOT = '00'
               OPEN OUTPUT FAIXA-LOG-FILE
           END-IF
           PERFORM UNTIL WS-CONTINUE-SWITCH NOT = 'S'
               PERFORM SHOW-MENU
               PERFORM PROCESS-OPCAO
           END-PERFORM
           CLOSE FAIXA-LOG-FILE
           PERFORM DISCONNECT-DB
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

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
           DISPLAY 'Faixas de numeros por fornecedor'
           DISPLAY '1 - Listar faixas'
           DISPLAY '2 - Alocar faixa'
           DISPLAY '3 - Estender faixa'
           DISPLAY '4 - Retirar faixa'
           DISPLAY '5 - Relatorio de ocupacao'
           DISPLAY '6 - Sair'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

       PROCESS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM LISTA-FAIXAS
               WHEN '2'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM ALOCA-FAIXA
                   END-IF
               WHEN '3'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM ESTENDE-FAIXA
                   END-IF
               WHEN '4'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM RETIRA-FAIXA
                   END-IF
               WHEN '5'
                   PERFORM RELATORIO-OCUPACAO
               WHEN '6'
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

      *> The whole registry is held in storage for the session -
      *> every change rewrites the file from the table, so the
      *> file on disk never holds a half-applied change.
       CARREGA-FAIXAS.
           MOVE 0 TO WS-FAIXA-COUNT
           MOVE 'N' TO WS-FAIXA-EOF
           OPEN INPUT FAIXA-FILE
           IF WS-FAIXA-STATUS NOT = '00'
               MOVE 'Y' TO WS-FAIXA-EOF
           END-IF
           PERFORM UNTIL WS-FAIXA-EOF = 'Y'
               READ FAIXA-FILE
                   AT END
                       MOVE 'Y' TO WS-FAIXA-EOF
                   NOT AT END
                       PERFORM GUARDA-FAIXA
               END-READ
           END-PERFORM
           IF WS-FAIXA-STATUS NOT = '35'
               CLOSE FAIXA-FILE
           END-IF.

       GUARDA-FAIXA.
           IF FAIXA-RECORD = SPACE
               CONTINUE
           ELSE
               IF WS-FAIXA-COUNT >= WS-FAIXA-MAXIMO
                   DISPLAY 'Mais de ' WS-FAIXA-MAXIMO ' faixas no '
                           'registro - excedente ignorado.'
                   MOVE 'Y' TO WS-FAIXA-EOF
               ELSE
                   ADD 1 TO WS-FAIXA-COUNT
                   MOVE FAIXA-RECORD TO
                       WS-FAIXA-ENTRADA(WS-FAIXA-COUNT)
               END-IF
           END-IF.

       GRAVA-FAIXAS.
           OPEN OUTPUT FAIXA-FILE
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > WS-FAIXA-COUNT
               WRITE FAIXA-RECORD FROM
                   WS-FAIXA-ENTRADA(WS-FAIXA-IDX)
           END-PERFORM
           CLOSE FAIXA-FILE.

       LISTA-FAIXAS.
           IF WS-FAIXA-COUNT = 0
               DISPLAY 'Nenhuma faixa alocada.'
           END-IF
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > WS-FAIXA-COUNT
               MOVE WS-FAIXA-ENTRADA(WS-FAIXA-IDX) TO WS-FAIXA
               DISPLAY WS-FX-FORNECEDOR ' ' WS-FX-INICIO ' a '
                       WS-FX-FIM ' ' WS-FX-STATUS ' por '
                       WS-FX-USUARIO ' em ' WS-FX-ATUALIZADO-TS
           END-PERFORM.

      *> A block goes only to a fornecedor that exists and is
      *> active, and may not overlap any other active block.
       ALOCA-FAIXA.
           MOVE 'Y' TO WS-ENTRADA-OK
           DISPLAY 'Codigo do fornecedor: '
           ACCEPT WS-FORNECEDOR
           PERFORM LE-FORNECEDOR
           EVALUATE TRUE
               WHEN WS-FORN-STATUS = SPACE
                   DISPLAY 'Fornecedor nao encontrado - nada '
                           'alocado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               WHEN WS-FORN-STATUS NOT = 'A'
                   DISPLAY 'Fornecedor inativo - nada alocado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               WHEN WS-FAIXA-COUNT >= WS-FAIXA-MAXIMO
                   DISPLAY 'Registro cheio (' WS-FAIXA-MAXIMO
                           ' faixas) - nada alocado.'
                   MOVE 'N' TO WS-ENTRADA-OK
           END-EVALUATE
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Primeiro numero da faixa: '
               ACCEPT WS-NOVO-INICIO
               DISPLAY 'Ultimo numero da faixa: '
               ACCEPT WS-NOVO-FIM
               IF WS-NOVO-INICIO = 0 OR WS-NOVO-FIM < WS-NOVO-INICIO
                   DISPLAY 'Faixa invalida - nada alocado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               MOVE 0 TO WS-FAIXA-ESCOLHA
               PERFORM VERIFICA-SOBREPOSICAO
               IF WS-SOBREPOE = 'Y'
                   DISPLAY 'Faixa sobrepoe faixa ativa de '
                           WS-SOBREPOE-FORN ' - nada alocado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               MOVE SPACES TO WS-FAIXA
               MOVE WS-FORNECEDOR TO WS-FX-FORNECEDOR
               MOVE WS-NOVO-INICIO TO WS-FX-INICIO
               MOVE WS-NOVO-FIM TO WS-FX-FIM
               MOVE 'A' TO WS-FX-STATUS
               PERFORM CARIMBA-FAIXA
               ADD 1 TO WS-FAIXA-COUNT
               MOVE WS-FAIXA TO WS-FAIXA-ENTRADA(WS-FAIXA-COUNT)
               PERFORM GRAVA-FAIXAS
               MOVE 0 TO WS-FIM-ANTES
               MOVE 'ALOCAR' TO FXL-ACAO
               PERFORM GRAVA-LOG
               DISPLAY 'Faixa alocada a ' WS-FORNECEDOR '.'
           END-IF.

      *> A block only grows upward - its first numero is how it is
      *> identified, and lowering it would be a new allocation.
       ESTENDE-FAIXA.
           PERFORM LOCALIZA-FAIXA
           IF WS-FAIXA-ESCOLHA > 0
               MOVE WS-FX-FIM TO WS-FIM-ANTES
               DISPLAY 'Faixa atual: ' WS-FX-INICIO ' a ' WS-FX-FIM
               DISPLAY 'Novo ultimo numero: '
               ACCEPT WS-NOVO-FIM
               MOVE WS-FX-INICIO TO WS-NOVO-INICIO
               IF WS-NOVO-FIM NOT > WS-FIM-ANTES
                   DISPLAY 'Novo fim deve ser maior que o atual - '
                           'nada alterado.'
               ELSE
                   PERFORM VERIFICA-SOBREPOSICAO
                   IF WS-SOBREPOE = 'Y'
                       DISPLAY 'Extensao sobrepoe faixa ativa de '
                               WS-SOBREPOE-FORN ' - nada alterado.'
                   ELSE
                       MOVE WS-FAIXA-ENTRADA(WS-FAIXA-ESCOLHA)
                           TO WS-FAIXA
                       MOVE WS-NOVO-FIM TO WS-FX-FIM
                       PERFORM CARIMBA-FAIXA
                       MOVE WS-FAIXA TO
                           WS-FAIXA-ENTRADA(WS-FAIXA-ESCOLHA)
                       PERFORM GRAVA-FAIXAS
                       MOVE 'ESTENDER' TO FXL-ACAO
                       PERFORM GRAVA-LOG
                       DISPLAY 'Faixa estendida.'
                   END-IF
               END-IF
           END-IF.

      *> Numeros already issued inside a retired block stay where
      *> they are - the operator sees how many before confirming,
      *> since no new one will be accepted for that block.
       RETIRA-FAIXA.
           PERFORM LOCALIZA-FAIXA
           IF WS-FAIXA-ESCOLHA > 0
               MOVE WS-FX-INICIO TO WS-NOVO-INICIO
               MOVE WS-FX-FIM TO WS-NOVO-FIM
               MOVE WS-FX-FIM TO WS-FIM-ANTES
               PERFORM CONTA-OCUPADOS
               DISPLAY 'Faixa ' WS-FX-INICIO ' a ' WS-FX-FIM
                       ' tem ' WS-OCUPADOS ' numeros emitidos.'
               DISPLAY 'Confirma a retirada (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE WS-FAIXA-ENTRADA(WS-FAIXA-ESCOLHA)
                       TO WS-FAIXA
                   MOVE 'R' TO WS-FX-STATUS
                   PERFORM CARIMBA-FAIXA
                   MOVE WS-FAIXA TO
                       WS-FAIXA-ENTRADA(WS-FAIXA-ESCOLHA)
                   PERFORM GRAVA-FAIXAS
                   MOVE 'RETIRAR' TO FXL-ACAO
                   PERFORM GRAVA-LOG
                   DISPLAY 'Faixa retirada.'
               ELSE
                   DISPLAY 'Retirada cancelada.'
               END-IF
           END-IF.

      *> Finds the active block by fornecedor and first numero;
      *> leaves its index in WS-FAIXA-ESCOLHA (0 when not found)
      *> and its contents in WS-FAIXA.
       LOCALIZA-FAIXA.
           MOVE 0 TO WS-FAIXA-ESCOLHA
           DISPLAY 'Codigo do fornecedor: '
           ACCEPT WS-FORNECEDOR
           DISPLAY 'Primeiro numero da faixa: '
           ACCEPT WS-NOVO-INICIO
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > WS-FAIXA-COUNT
                   OR WS-FAIXA-ESCOLHA > 0
               MOVE WS-FAIXA-ENTRADA(WS-FAIXA-IDX) TO WS-FAIXA
               IF WS-FX-FORNECEDOR = WS-FORNECEDOR
                       AND WS-FX-INICIO = WS-NOVO-INICIO
                       AND WS-FX-STATUS = 'A'
                   MOVE WS-FAIXA-IDX TO WS-FAIXA-ESCOLHA
               END-IF
           END-PERFORM
           IF WS-FAIXA-ESCOLHA = 0
               DISPLAY 'Faixa ativa nao encontrada.'
           ELSE
               MOVE WS-FAIXA-ENTRADA(WS-FAIXA-ESCOLHA) TO WS-FAIXA
           END-IF.

      *> [WS-NOVO-INICIO, WS-NOVO-FIM] against every active block
      *> except the one being changed (WS-FAIXA-ESCOLHA, 0 for a
      *> new allocation). Two blocks overlap when each starts at
      *> or before the other one ends.
       VERIFICA-SOBREPOSICAO.
           MOVE 'N' TO WS-SOBREPOE
           MOVE SPACE TO WS-SOBREPOE-FORN
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > WS-FAIXA-COUNT
                   OR WS-SOBREPOE = 'Y'
               IF WS-FAIXA-IDX NOT = WS-FAIXA-ESCOLHA
                   MOVE WS-FAIXA-ENTRADA(WS-FAIXA-IDX) TO WS-FAIXA
                   IF WS-FX-STATUS = 'A'
                           AND WS-FX-INICIO <= WS-NOVO-FIM
                           AND WS-NOVO-INICIO <= WS-FX-FIM
                       MOVE 'Y' TO WS-SOBREPOE
                       MOVE WS-FX-FORNECEDOR TO WS-SOBREPOE-FORN
                   END-IF
               END-IF
           END-PERFORM.

       CARIMBA-FAIXA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-FX-ATUALIZADO-TS
           MOVE WS-USUARIO TO WS-FX-USUARIO.

       LE-FORNECEDOR.
           EXEC SQL
               SELECT status INTO :WS-FORN-STATUS
               FROM fornecedores
               WHERE codigo = :WS-FORNECEDOR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACE TO WS-FORN-STATUS
           END-IF.

      *> Counts whatever compras.numeros holds inside the block,
      *> whoever loaded it - a numero inside someone's block is
      *> spent for that block either way.
       CONTA-OCUPADOS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(numero), 0)
                 INTO :WS-OCUPADOS, :WS-MAIOR-USADO
               FROM numeros
               WHERE numero BETWEEN :WS-NOVO-INICIO
                                AND :WS-NOVO-FIM
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar numeros da faixa, '
                       'SQLCODE: ' SQLCODE
               MOVE 0 TO WS-OCUPADOS
               MOVE 0 TO WS-MAIOR-USADO
           END-IF.

       RELATORIO-OCUPACAO.
           MOVE 0 TO WS-FAIXA-ATIVAS
           MOVE 0 TO WS-ESGOTANDO
           OPEN OUTPUT OCUPACAO-FILE
           WRITE OCUPACAO-RECORD FROM WS-OCUP-CABECALHO
           DISPLAY WS-OCUP-CABECALHO
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > WS-FAIXA-COUNT
               MOVE WS-FAIXA-ENTRADA(WS-FAIXA-IDX) TO WS-FAIXA
               IF WS-FX-STATUS = 'A'
                   PERFORM OCUPACAO-UMA-FAIXA
               END-IF
           END-PERFORM
           CLOSE OCUPACAO-FILE
           DISPLAY 'Faixas ativas        : ' WS-FAIXA-ATIVAS
           DISPLAY 'Faixas acima do limiar: ' WS-ESGOTANDO
           DISPLAY 'Relatorio gravado em faixas_ocupacao.rpt'.

       OCUPACAO-UMA-FAIXA.
           ADD 1 TO WS-FAIXA-ATIVAS
           MOVE WS-FX-INICIO TO WS-NOVO-INICIO
           MOVE WS-FX-FIM TO WS-NOVO-FIM
           PERFORM CONTA-OCUPADOS
           COMPUTE WS-CAPACIDADE = WS-FX-FIM - WS-FX-INICIO + 1
           IF WS-OCUPADOS > WS-CAPACIDADE
               MOVE WS-CAPACIDADE TO WS-OCUPADOS
           END-IF
           COMPUTE WS-RESTANTES = WS-CAPACIDADE - WS-OCUPADOS
           COMPUTE WS-PCT-USO ROUNDED =
               WS-OCUPADOS * 100 / WS-CAPACIDADE
           MOVE SPACES TO WS-OCUP-LINHA
           MOVE WS-FX-FORNECEDOR TO WS-OL-FORNECEDOR
           MOVE WS-FX-INICIO TO WS-OL-INICIO
           MOVE WS-FX-FIM TO WS-OL-FIM
           MOVE WS-OCUPADOS TO WS-OL-OCUPADOS
           MOVE WS-RESTANTES TO WS-OL-RESTANTES
           MOVE WS-MAIOR-USADO TO WS-OL-MAIOR-USADO
           MOVE WS-PCT-USO TO WS-OL-PCT
           IF WS-PCT-USO >= WS-PCT-LIMIAR
               MOVE 'ESGOTANDO' TO WS-OL-ALERTA
               ADD 1 TO WS-ESGOTANDO
           END-IF
           WRITE OCUPACAO-RECORD FROM WS-OCUP-LINHA
           DISPLAY WS-OCUP-LINHA.

      *> Callers set FXL-ACAO before performing this paragraph, so
      *> the blanking of the FD record saves and restores it.
       GRAVA-LOG.
           MOVE FXL-ACAO TO WS-ACAO-SALVA
           MOVE SPACES TO FAIXA-LOG-RECORD
           MOVE WS-ACAO-SALVA TO FXL-ACAO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO FXL-TIMESTAMP
           MOVE WS-USUARIO TO FXL-USUARIO
           MOVE WS-FX-FORNECEDOR TO FXL-FORNECEDOR
           MOVE WS-FX-INICIO TO FXL-INICIO
           MOVE WS-FIM-ANTES TO FXL-FIM-ANTES
           MOVE WS-FX-FIM TO FXL-FIM-DEPOIS
           WRITE FAIXA-LOG-RECORD.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
