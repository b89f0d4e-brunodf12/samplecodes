       IDENTIFICATION DIVISION.
       PROGRAM-ID.                GeraLancamentoContabil.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Accounting journal interface for
      *>             a closed month, so finance stops re-keying the
      *>             FechamentoMensal figures into the ledger by
      *>             hand. Given CONTABIL_PERIODO (AAAAMM, a month
      *>             already over), the month's extended rows
      *>             (row_type 'E') in NUMEROS_HIST are summed per
      *>             fornecedor with the very grouping FechamentoMensal
      *>             prints, and each fornecedor becomes one debit
      *>             and one credit line on the accounts mapped for
      *>             it in the ops-maintained contabil.contas
      *>             (fornecedor, debit account, credit account; '*'
      *>             as the fornecedor is the default line) - a
      *>             negative netted valor swaps the two sides. A
      *>             fornecedor with no mapping and no default stops
      *>             the run before anything is written. The file
      *>             (contabil_AAAAMM.txt) closes with a control
      *>             record: journal line count, total debits and
      *>             credits (always equal), and the 'E' row count
      *>             and netted valor that tie to FechamentoMensal.
      *>             Every issue is appended to contabil.controle;
      *>             a period already issued is refused unless
      *>             CONTABIL_REEMISSAO=S, and a reissue must pass
      *>             VerificaAutorizacao (funcao REEMITECONT) and is
      *>             marked as such in the header with its issue
      *>             number, so the ledger side knows it replaces
      *>             the earlier file.
      *> 2026-10-15  A month is posted only once it is closed:
      *>             VerificaPeriodo must answer F before anything is
      *>             generated, so an open or reopened month - whose
      *>             figures can still change - is refused with return
      *>             code 8 and an event.
      *> 2026-10-15  The journal's open and every write are now checked;
      *>             on a failure the status is shown, the run ends with
      *>             RC 8 and the issue is not recorded in the control
      *>             file, so the period is generated again.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO 'contabil.contas'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO 'contabil.controle'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT LANCAMENTO-FILE ASSIGN TO WS-LANCAMENTO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> fornecedor ('*' = padrao), conta a debito, conta a credito.
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05  CT-FORNECEDOR         PIC X(10).
           05  FILLER                PIC X.
           05  CT-CONTA-DEBITO       PIC X(12).
           05  FILLER                PIC X.
           05  CT-CONTA-CREDITO      PIC X(12).

      *> Uma linha por emissao: periodo, numero da emissao, quem
      *> e quando, linhas do diario e total debitado.
       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD.
           05  CC-PERIODO            PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  CC-EMISSAO            PIC 9(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  CC-EMITIDO-TS         PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  CC-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  CC-LINHAS             PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  CC-TOTAL-DEBITO       PIC 9(13)V99.

       FD  LANCAMENTO-FILE.
       01  LANCAMENTO-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-CONTAS-STATUS      PIC X(2).
       01  WS-CONTROLE-STATUS    PIC X(2).
       01  WS-LANCAMENTO-STATUS  PIC X(2).
       01  WS-LANCAMENTO-NAME    PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-PERIODO            PIC X(6).
       01  WS-PER-MES            PIC 9(2).
       01  WS-PERIODO-SITUACAO   PIC X.
       01  WS-REEMISSAO          PIC X     VALUE 'N'.
       01  WS-AUT-FUNCAO         PIC X(12) VALUE 'REEMITECONT'.
       01  WS-AUTORIZADO         PIC X.
       01  WS-EOF                PIC X     VALUE 'N'.

       01  WS-EMISSOES           PIC 9(3)  VALUE 0.
       01  WS-EMISSAO            PIC 9(3)  VALUE 0.

       01  WS-CONTA-COUNT        PIC 9(3)  VALUE 0.
       01  WS-CONTA-MAXIMO       PIC 9(3)  VALUE 300.
       01  WS-CONTA-TABELA.
           05  WS-CONTA-ENTRADA  OCCURS 300 TIMES.
               10  WS-CT-FORNECEDOR  PIC X(10).
               10  WS-CT-DEBITO      PIC X(12).
               10  WS-CT-CREDITO     PIC X(12).
       01  WS-CONTA-PADRAO-DEB   PIC X(12) VALUE SPACE.
       01  WS-CONTA-PADRAO-CRED  PIC X(12) VALUE SPACE.
       01  WS-J                  PIC 9(3).

       01  WS-PERIODO-LO         PIC X(8).
       01  WS-PERIODO-HI         PIC X(8).
       01  WS-FORN-EOF           PIC X     VALUE 'N'.
       01  WS-FORN-COUNT         PIC 9(3)  VALUE 0.
       01  WS-FORN-MAXIMO        PIC 9(3)  VALUE 300.
       01  WS-FORN-OVERFLOW      PIC X     VALUE 'N'.
       01  WS-FORN-TABELA.
           05  WS-FORN-ENTRADA   OCCURS 300 TIMES.
               10  WS-FN-CODIGO      PIC X(10).
               10  WS-FN-LINHAS      PIC 9(10).
               10  WS-FN-VALOR       PIC S9(13)V99.
               10  WS-FN-DEBITO      PIC X(12).
               10  WS-FN-CREDITO     PIC X(12).
       01  WS-FORN-LIDO          PIC X(10).
       01  WS-FORN-LINHAS        PIC 9(10).
       01  WS-FORN-VALOR         PIC S9(13)V99.
       01  WS-I                  PIC 9(3).
       01  WS-SEM-CONTA          PIC 9(3)  VALUE 0.
       01  WS-SQL-ERRO           PIC X     VALUE 'N'.

       01  WS-SEQ                PIC 9(6)  VALUE 0.
       01  WS-MONTANTE           PIC 9(13)V99.
       01  WS-TOT-DEBITO         PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITO        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-LINHAS-E       PIC 9(10) VALUE 0.
       01  WS-TOT-VALOR          PIC S9(13)V99 VALUE 0.
       01  WS-VALOR-ED           PIC -(13)9.99.

       01  WS-GL-HEADER.
           05  WS-GLH-TIPO           PIC X     VALUE 'H'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLH-PERIODO        PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLH-GERADO-TS      PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLH-ORIGEM         PIC X(8)  VALUE 'EXTRACAO'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLH-EMISSAO-TIPO   PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLH-EMISSAO        PIC 9(3).
       01  WS-GL-DETALHE.
           05  WS-GLD-TIPO           PIC X     VALUE 'D'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-SEQ            PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-PERIODO        PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-CONTA          PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-NATUREZA       PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-VALOR          PIC 9(13)V99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-FORNECEDOR     PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLD-LINHAS-E       PIC 9(10).
       01  WS-GL-CONTROLE.
           05  WS-GLT-TIPO           PIC X     VALUE 'T'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLT-LINHAS         PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLT-TOTAL-DEBITO   PIC 9(13)V99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLT-TOTAL-CREDITO  PIC 9(13)V99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLT-LINHAS-E       PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GLT-VALOR-LIQUIDO  PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

       COPY EVENTREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM READ-RUN-OPTIONS
           PERFORM VERIFICA-PERIODO-FECHADO
           PERFORM VERIFICA-EMISSOES
           PERFORM CARREGA-CONTAS
           PERFORM CONNECT-DB
           PERFORM ACUMULA-FORNECEDORES
           PERFORM DISCONNECT-DB
           PERFORM RESOLVE-CONTAS
           PERFORM GRAVA-LANCAMENTOS
           PERFORM REGISTRA-EMISSAO
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

      *> Only a month that is already over can be posted - the
      *> current month's rows are still arriving.
       READ-RUN-OPTIONS.
           MOVE 'CONTABIL_PERIODO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIODO FROM ENVIRONMENT-VALUE
           IF WS-PERIODO = SPACE OR WS-PERIODO IS NOT NUMERIC
               DISPLAY 'Informar CONTABIL_PERIODO (AAAAMM).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-PER-MES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'CONTABIL_PERIODO invalido: ' WS-PERIODO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-PERIODO NOT < WS-TIMESTAMP(1:6)
               DISPLAY 'Periodo ' WS-PERIODO ' ainda nao '
                       'encerrado - nada gerado.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CONTABIL_REEMISSAO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REEMISSAO FROM ENVIRONMENT-VALUE
           IF WS-REEMISSAO NOT = 'S'
               MOVE 'N' TO WS-REEMISSAO
           END-IF
           MOVE SPACE TO WS-LANCAMENTO-NAME
           STRING 'contabil_' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-LANCAMENTO-NAME.

      *> Only a month signed off through ManutencaoPeriodos is
      *> posted: an open or reopened month's figures can still
      *> change under the journal.
       VERIFICA-PERIODO-FECHADO.
           CALL 'VerificaPeriodo' USING WS-PERIODO
               WS-PERIODO-SITUACAO
           IF WS-PERIODO-SITUACAO NOT = 'F'
               IF WS-PERIODO-SITUACAO = 'R'
                   DISPLAY 'Periodo ' WS-PERIODO ' reaberto - '
                           'nada gerado ate novo fechamento.'
               ELSE
                   DISPLAY 'Periodo ' WS-PERIODO ' nao fechado - '
                           'nada gerado.'
               END-IF
               MOVE 'PERIODO NAO FECHADO - DIARIO NAO GERADO'
                   TO WS-EV-MENSAGEM
               PERFORM GRAVA-EVENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A period already in contabil.controle goes out again only
      *> on an explicit, authorized reissue.
       VERIFICA-EMISSOES.
           MOVE 0 TO WS-EMISSOES
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CC-PERIODO = WS-PERIODO
                           ADD 1 TO WS-EMISSOES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTROLE-STATUS NOT = '35'
               CLOSE CONTROLE-FILE
           END-IF
           COMPUTE WS-EMISSAO = WS-EMISSOES + 1
           IF WS-EMISSOES > 0
               IF WS-REEMISSAO NOT = 'S'
                   DISPLAY 'Periodo ' WS-PERIODO ' ja emitido ('
                           WS-EMISSOES ' vez(es)) - usar '
                           'CONTABIL_REEMISSAO=S para reemitir.'
                   MOVE 'DIARIO JA EMITIDO - REEMISSAO NAO PEDIDA'
                       TO WS-EV-MENSAGEM
                   PERFORM GRAVA-EVENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL 'VerificaAutorizacao' USING WS-USUARIO
                   WS-AUT-FUNCAO WS-AUTORIZADO
               IF WS-AUTORIZADO NOT = 'Y'
                   DISPLAY 'Usuario ' WS-USUARIO ' nao autorizado '
                           'para ' WS-AUT-FUNCAO '.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGA-CONTAS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = '00'
               DISPLAY 'Sem contabil.contas - nada gerado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTAS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM GUARDA-CONTA
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

       GUARDA-CONTA.
           EVALUATE TRUE
               WHEN CT-FORNECEDOR = SPACE
                   CONTINUE
               WHEN CT-FORNECEDOR = '*'
                   MOVE CT-CONTA-DEBITO TO WS-CONTA-PADRAO-DEB
                   MOVE CT-CONTA-CREDITO TO WS-CONTA-PADRAO-CRED
               WHEN WS-CONTA-COUNT >= WS-CONTA-MAXIMO
                   DISPLAY 'Mais de ' WS-CONTA-MAXIMO ' contas em '
                           'contabil.contas - nada gerado.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-CONTA-COUNT
                   MOVE CT-FORNECEDOR TO
                       WS-CT-FORNECEDOR(WS-CONTA-COUNT)
                   MOVE CT-CONTA-DEBITO TO
                       WS-CT-DEBITO(WS-CONTA-COUNT)
                   MOVE CT-CONTA-CREDITO TO
                       WS-CT-CREDITO(WS-CONTA-COUNT)
           END-EVALUATE.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Same selection and grouping as FechamentoMensal's section
      *> per fornecedor, so the control record ties to it line for
      *> line. A journal must be complete - a cursor error or a
      *> table overflow stops the run instead of posting part of
      *> the month.
       ACUMULA-FORNECEDORES.
           MOVE SPACE TO WS-PERIODO-LO
           STRING WS-PERIODO DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-PERIODO-LO
           MOVE SPACE TO WS-PERIODO-HI
           STRING WS-PERIODO DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-PERIODO-HI
           EXEC SQL
               DECLARE CURSOR-FORN CURSOR FOR
               SELECT fornecedor, COUNT(*),
                      COALESCE(SUM(valor), 0)
               FROM NUMEROS_HIST
               WHERE run_date >= :WS-PERIODO-LO
                 AND run_date <= :WS-PERIODO-HI
                 AND row_type = 'E'
               GROUP BY fornecedor
               ORDER BY fornecedor
           END-EXEC
           EXEC SQL
               OPEN CURSOR-FORN
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao abrir cursor por fornecedor, '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-ERRO
               MOVE 'Y' TO WS-FORN-EOF
           END-IF
           PERFORM UNTIL WS-FORN-EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-FORN
                       INTO :WS-FORN-LIDO, :WS-FORN-LINHAS,
                            :WS-FORN-VALOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM GUARDA-FORNECEDOR
                   WHEN 100
                       MOVE 'Y' TO WS-FORN-EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao agrupar fornecedores, '
                               'SQLCODE: ' SQLCODE
                       MOVE 'Y' TO WS-SQL-ERRO
                       MOVE 'Y' TO WS-FORN-EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-FORN
           END-EXEC
           IF WS-SQL-ERRO = 'Y' OR WS-FORN-OVERFLOW = 'Y'
               PERFORM DISCONNECT-DB
               DISPLAY 'Diario nao gerado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDA-FORNECEDOR.
           IF WS-FORN-COUNT >= WS-FORN-MAXIMO
               DISPLAY 'Mais de ' WS-FORN-MAXIMO ' fornecedores no '
                       'periodo.'
               MOVE 'Y' TO WS-FORN-OVERFLOW
               MOVE 'Y' TO WS-FORN-EOF
           ELSE
               ADD 1 TO WS-FORN-COUNT
               MOVE WS-FORN-LIDO TO WS-FN-CODIGO(WS-FORN-COUNT)
               MOVE WS-FORN-LINHAS TO WS-FN-LINHAS(WS-FORN-COUNT)
               MOVE WS-FORN-VALOR TO WS-FN-VALOR(WS-FORN-COUNT)
               ADD WS-FORN-LINHAS TO WS-TOT-LINHAS-E
               ADD WS-FORN-VALOR TO WS-TOT-VALOR
           END-IF.

      *> Every fornecedor needs its own accounts or the default
      *> line; the unmapped ones are all listed before stopping so
      *> ops fix contabil.contas in one pass.
       RESOLVE-CONTAS.
           MOVE 0 TO WS-SEM-CONTA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FORN-COUNT
               MOVE WS-CONTA-PADRAO-DEB TO WS-FN-DEBITO(WS-I)
               MOVE WS-CONTA-PADRAO-CRED TO WS-FN-CREDITO(WS-I)
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CONTA-COUNT
                   IF WS-CT-FORNECEDOR(WS-J) = WS-FN-CODIGO(WS-I)
                       MOVE WS-CT-DEBITO(WS-J) TO WS-FN-DEBITO(WS-I)
                       MOVE WS-CT-CREDITO(WS-J) TO
                           WS-FN-CREDITO(WS-I)
                   END-IF
               END-PERFORM
               IF WS-FN-DEBITO(WS-I) = SPACE
                       OR WS-FN-CREDITO(WS-I) = SPACE
                   ADD 1 TO WS-SEM-CONTA
                   DISPLAY 'Fornecedor sem conta contabil: '
                           WS-FN-CODIGO(WS-I)
               END-IF
           END-PERFORM
           IF WS-SEM-CONTA > 0
               DISPLAY WS-SEM-CONTA ' fornecedor(es) sem conta em '
                       'contabil.contas - nada gerado.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A journal that could not be written whole is never
      *> recorded as issued - the run stops before
      *> REGISTRA-EMISSAO, so the period is generated again.
       GRAVA-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTO-FILE
           IF WS-LANCAMENTO-STATUS NOT = '00'
               DISPLAY 'Erro ao abrir '
                       FUNCTION TRIM(WS-LANCAMENTO-NAME)
                       ', status ' WS-LANCAMENTO-STATUS
                       ' - emissao nao registrada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-PERIODO TO WS-GLH-PERIODO
           MOVE WS-TIMESTAMP(1:14) TO WS-GLH-GERADO-TS
           IF WS-EMISSOES > 0
               MOVE 'R' TO WS-GLH-EMISSAO-TIPO
           ELSE
               MOVE 'O' TO WS-GLH-EMISSAO-TIPO
           END-IF
           MOVE WS-EMISSAO TO WS-GLH-EMISSAO
           WRITE LANCAMENTO-RECORD FROM WS-GL-HEADER
           PERFORM CONFERE-GRAVACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FORN-COUNT
               PERFORM GRAVA-PAR-FORNECEDOR
           END-PERFORM
           MOVE WS-SEQ TO WS-GLT-LINHAS
           MOVE WS-TOT-DEBITO TO WS-GLT-TOTAL-DEBITO
           MOVE WS-TOT-CREDITO TO WS-GLT-TOTAL-CREDITO
           MOVE WS-TOT-LINHAS-E TO WS-GLT-LINHAS-E
           MOVE WS-TOT-VALOR TO WS-GLT-VALOR-LIQUIDO
           WRITE LANCAMENTO-RECORD FROM WS-GL-CONTROLE
           PERFORM CONFERE-GRAVACAO
           CLOSE LANCAMENTO-FILE
           MOVE WS-TOT-VALOR TO WS-VALOR-ED
           DISPLAY 'Diario gravado em '
                   FUNCTION TRIM(WS-LANCAMENTO-NAME)
           DISPLAY 'Emissao              : ' WS-GLH-EMISSAO-TIPO
                   ' ' WS-EMISSAO
           DISPLAY 'Fornecedores         : ' WS-FORN-COUNT
           DISPLAY 'Linhas do diario     : ' WS-SEQ
           DISPLAY 'Linhas E do periodo  : ' WS-TOT-LINHAS-E
           DISPLAY 'Valor liquido        : ' WS-VALOR-ED.

       CONFERE-GRAVACAO.
           IF WS-LANCAMENTO-STATUS NOT = '00'
               DISPLAY 'Erro ao gravar '
                       FUNCTION TRIM(WS-LANCAMENTO-NAME)
                       ', status ' WS-LANCAMENTO-STATUS
                       ' - diario incompleto, emissao nao '
                       'registrada.'
               CLOSE LANCAMENTO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> One debit and one credit of the same amount per
      *> fornecedor, so the journal balances by construction; a
      *> negative netted valor posts the other way round. A
      *> fornecedor that netted to zero posts nothing but still
      *> counts in the 'E' row total.
       GRAVA-PAR-FORNECEDOR.
           IF WS-FN-VALOR(WS-I) NOT = 0
               IF WS-FN-VALOR(WS-I) < 0
                   COMPUTE WS-MONTANTE = 0 - WS-FN-VALOR(WS-I)
               ELSE
                   MOVE WS-FN-VALOR(WS-I) TO WS-MONTANTE
               END-IF
               MOVE WS-PERIODO TO WS-GLD-PERIODO
               MOVE WS-MONTANTE TO WS-GLD-VALOR
               MOVE WS-FN-CODIGO(WS-I) TO WS-GLD-FORNECEDOR
               MOVE WS-FN-LINHAS(WS-I) TO WS-GLD-LINHAS-E
               ADD 1 TO WS-SEQ
               MOVE WS-SEQ TO WS-GLD-SEQ
               MOVE 'D' TO WS-GLD-NATUREZA
               IF WS-FN-VALOR(WS-I) > 0
                   MOVE WS-FN-DEBITO(WS-I) TO WS-GLD-CONTA
               ELSE
                   MOVE WS-FN-CREDITO(WS-I) TO WS-GLD-CONTA
               END-IF
               WRITE LANCAMENTO-RECORD FROM WS-GL-DETALHE
               PERFORM CONFERE-GRAVACAO
               ADD WS-MONTANTE TO WS-TOT-DEBITO
               ADD 1 TO WS-SEQ
               MOVE WS-SEQ TO WS-GLD-SEQ
               MOVE 'C' TO WS-GLD-NATUREZA
               IF WS-FN-VALOR(WS-I) > 0
                   MOVE WS-FN-CREDITO(WS-I) TO WS-GLD-CONTA
               ELSE
                   MOVE WS-FN-DEBITO(WS-I) TO WS-GLD-CONTA
               END-IF
               WRITE LANCAMENTO-RECORD FROM WS-GL-DETALHE
               PERFORM CONFERE-GRAVACAO
               ADD WS-MONTANTE TO WS-TOT-CREDITO
           END-IF.

      *> VALUE clauses on FD fillers are not honored, so the
      *> record is blanked before the fields are filled in.
       REGISTRA-EMISSAO.
           OPEN EXTEND CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE SPACES TO CONTROLE-RECORD
           MOVE WS-PERIODO TO CC-PERIODO
           MOVE WS-EMISSAO TO CC-EMISSAO
           MOVE WS-GLH-GERADO-TS TO CC-EMITIDO-TS
           MOVE WS-USUARIO TO CC-USUARIO
           MOVE WS-SEQ TO CC-LINHAS
           MOVE WS-TOT-DEBITO TO CC-TOTAL-DEBITO
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE
           IF WS-EMISSOES > 0
               MOVE SPACE TO WS-EV-MENSAGEM
               STRING 'DIARIO REEMITIDO PERIODO ' DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WS-USUARIO DELIMITED BY SIZE
                   INTO WS-EV-MENSAGEM
               END-STRING
               PERFORM GRAVA-EVENTO
           END-IF.

       GRAVA-EVENTO.
           MOVE 'GeraLancamentoContabil' TO WS-EV-PROGRAMA
           MOVE 'A' TO WS-EV-SEVERIDADE
           MOVE SPACE TO WS-EV-RUN-ID
           MOVE 0 TO WS-EV-SQLCODE
           CALL 'RegistraEvento' USING WS-EVENTO.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
