       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ConciliaFaturaFornecedor.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Suppliers bill per numero and
      *>             nobody checked the invoice valor against what we
      *>             actually shipped. Reads a supplier invoice file
      *>             (faturas_fornecedor.in: fornecedor, numero,
      *>             valor faturado, data da fatura) for the month
      *>             given in FATURA_PERIODO (AAAAMM) and matches each
      *>             line against the extended rows of that month in
      *>             NUMEROS_HIST - the sum of the month's 'E' rows
      *>             of the numero - and against compras.numeros for
      *>             the ones we never shipped.
      *>             faturas_conciliacao.rpt lists, each with
      *>             per-fornecedor totals: over-billing and
      *>             under-billing beyond FATURA_TOLERANCIA (a valor,
      *>             default zero), numeros invoiced that we never
      *>             shipped, and numeros shipped to an invoicing
      *>             fornecedor that were never invoiced. Every
      *>             mismatch opens a pendencia in the indexed queue
      *>             (pendencias.idx, PENDREC layout) with the motivo
      *>             prefixed 'FATURA:', so it is worked down in the
      *>             same "Tratar pendencias" flow as the 'DEVOL:'
      *>             consumer returns and a numero already open does
      *>             not double. Invoice lines with a bad numero,
      *>             valor or date, and repeats of a numero already
      *>             invoiced, are listed and left out of the match.
      *> 2026-10-15  Follows ConsultaFornecedor and FechamentoMensal: a
      *>             numero's shipped valor for the month is the sum of
      *>             valor over its 'E' rows, on both the invoice side
      *>             and the never-invoiced side.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO 'faturas_fornecedor.in'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO 'faturas_conciliacao.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT PENDIDX-FILE ASSIGN TO 'pendencias.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PENDIDX-NUMERO
               FILE STATUS IS WS-PENDIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       01  FATURA-RECORD.
           05  FT-FORNECEDOR         PIC X(10).
           05  FILLER                PIC X.
           05  FT-NUMERO             PIC 9(10).
           05  FILLER                PIC X.
           05  FT-VALOR              PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X.
           05  FT-DATA               PIC X(8).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(100).

      *> Same 138-byte PENDREC image; the numero doubles as the
      *> record key at its PENDREC offset.
       FD  PENDIDX-FILE.
       01  PENDIDX-RECORD.
           05  FILLER                PIC X(2).
           05  PENDIDX-NUMERO        PIC 9(10).
           05  FILLER                PIC X(126).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-FATURA-STATUS      PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-PENDIDX-STATUS     PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-PERIODO            PIC X(6).
       01  WS-PER-MES            PIC 9(2).
       01  WS-PERIODO-LO         PIC X(8).
       01  WS-PERIODO-HI         PIC X(8).
       01  WS-TOLERANCIA-TXT     PIC X(12).
       01  WS-TOLERANCIA         PIC 9(7)V99 VALUE 0.
       01  WS-DT-ANO             PIC 9(4).
       01  WS-DT-MES             PIC 9(2).
       01  WS-DT-DIA             PIC 9(2).
       01  WS-DT-VALIDA          PIC X.

      *> Invoice lines accepted for matching.
       01  WS-FAT-COUNT          PIC 9(4)  VALUE 0.
       01  WS-FAT-MAXIMO         PIC 9(4)  VALUE 5000.
       01  WS-FAT-TABELA.
           05  WS-FAT-ENTRADA    OCCURS 5000 TIMES.
               10  WS-FAT-FORNECEDOR PIC X(10).
               10  WS-FAT-NUMERO     PIC 9(10).
               10  WS-FAT-VALOR      PIC S9(9)V99.
               10  WS-FAT-DATA       PIC X(8).
       01  WS-F                  PIC 9(4).
       01  WS-ACHOU              PIC X.

      *> One line per mismatch, printed by category.
       01  WS-DIV-COUNT          PIC 9(4)  VALUE 0.
       01  WS-DIV-MAXIMO         PIC 9(4)  VALUE 9000.
       01  WS-DIV-TABELA.
           05  WS-DIV-ENTRADA    OCCURS 9000 TIMES.
               10  WS-DV-CATEGORIA   PIC X.
               10  WS-DV-FORNECEDOR  PIC X(10).
               10  WS-DV-NUMERO      PIC 9(10).
               10  WS-DV-FATURADO    PIC S9(9)V99.
               10  WS-DV-ENVIADO     PIC S9(9)V99.
               10  WS-DV-DATA        PIC X(8).
               10  WS-DV-OBS         PIC X(20).
       01  WS-D                  PIC 9(4).

      *> Per-fornecedor totals, one slot per category:
      *> 1 sobrefaturado, 2 subfaturado, 3 nao enviado, 4 nao
      *> faturado.
       01  WS-FORN-COUNT         PIC 9(3)  VALUE 0.
       01  WS-FORN-MAXIMO        PIC 9(3)  VALUE 300.
       01  WS-FORN-TABELA.
           05  WS-FORN-ENTRADA   OCCURS 300 TIMES.
               10  WS-FN-CODIGO      PIC X(10).
               10  WS-FN-FATURAS     PIC 9(6).
               10  WS-FN-FATURADO    PIC S9(11)V99.
               10  WS-FN-CAT         OCCURS 4 TIMES.
                   15  WS-FN-QTD         PIC 9(6).
                   15  WS-FN-DIFERENCA   PIC S9(11)V99.
       01  WS-N                  PIC 9(3).
       01  WS-C                  PIC 9.
       01  WS-CAT-NOME           PIC X(22).
       01  WS-OBS                PIC X(20).

       01  WS-FORNECEDOR         PIC X(10).
       01  WS-NUMERO             PIC 9(10).
       01  WS-ENV-LINHAS         PIC 9(9).
       01  WS-ENV-VALOR          PIC S9(9)V99 COMP-3.
       01  WS-NUM-FORNECEDOR     PIC X(10).
       01  WS-NUM-STATUS         PIC X(1).
       01  WS-DIFERENCA          PIC S9(9)V99.
       01  WS-LIMITE-NEGATIVO    PIC S9(9)V99.
       01  WS-SQL-EOF            PIC X     VALUE 'N'.

       01  WS-LIDAS              PIC 9(6)  VALUE 0.
       01  WS-INVALIDAS          PIC 9(6)  VALUE 0.
       01  WS-DUPLICADAS         PIC 9(6)  VALUE 0.
       01  WS-CONFERIDAS         PIC 9(6)  VALUE 0.
       01  WS-PEND-ABERTAS       PIC 9(6)  VALUE 0.
       01  WS-PEND-JA-ABERTAS    PIC 9(6)  VALUE 0.

       01  WS-VALOR-ED           PIC -(9)9.99.

       01  WS-REL-CABECALHO.
           05  FILLER                PIC X(11) VALUE 'FORNECEDOR'.
           05  FILLER                PIC X(11) VALUE 'NUMERO'.
           05  FILLER                PIC X(9)  VALUE 'DATA'.
           05  FILLER                PIC X(14) VALUE '     FATURADO'.
           05  FILLER                PIC X(14) VALUE '      ENVIADO'.
           05  FILLER                PIC X(14) VALUE '    DIFERENCA'.
           05  FILLER                PIC X(3)  VALUE 'OBS'.
       01  WS-REL-DETALHE.
           05  WS-RD-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-NUMERO          PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-DATA            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-FATURADO        PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-ENVIADO         PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-DIFERENCA       PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RD-OBS             PIC X(20).
       01  WS-REL-TOTAL.
           05  FILLER                PIC X(6)  VALUE 'TOTAL '.
           05  WS-RT-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-QTD             PIC ZZZZZ9.
           05  FILLER                PIC X(10) VALUE ' numero(s)'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-VALOR           PIC -(11)9.99.

       COPY PENDREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-FATURAS
           PERFORM CONNECT-DB
           PERFORM ABRE-FILA-PENDENCIAS
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FAT-COUNT
               PERFORM CONFERE-FATURA
           END-PERFORM
           PERFORM PROCURA-NAO-FATURADOS
           CLOSE PENDIDX-FILE
           PERFORM DISCONNECT-DB
           PERFORM GRAVA-RELATORIO
           PERFORM PRINT-SUMMARY
           IF WS-DIV-COUNT > 0 OR WS-INVALIDAS > 0
                   OR WS-DUPLICADAS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'FATURA_PERIODO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIODO FROM ENVIRONMENT-VALUE
           IF WS-PERIODO = SPACE OR WS-PERIODO IS NOT NUMERIC
               DISPLAY 'Informar FATURA_PERIODO (AAAAMM).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-PER-MES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'FATURA_PERIODO invalido: ' WS-PERIODO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-PERIODO-LO
           STRING WS-PERIODO DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-PERIODO-LO
           MOVE SPACE TO WS-PERIODO-HI
           STRING WS-PERIODO DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-PERIODO-HI
           MOVE 'FATURA_TOLERANCIA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TOLERANCIA-TXT FROM ENVIRONMENT-VALUE
           IF WS-TOLERANCIA-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-TOLERANCIA-TXT) > 0
               COMPUTE WS-TOLERANCIA =
                   FUNCTION NUMVAL(WS-TOLERANCIA-TXT)
           END-IF
           COMPUTE WS-LIMITE-NEGATIVO = 0 - WS-TOLERANCIA.

       CARREGA-FATURAS.
           OPEN INPUT FATURA-FILE
           IF WS-FATURA-STATUS NOT = '00'
               DISPLAY 'Sem faturas_fornecedor.in para conciliar.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ FATURA-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-LIDAS
                       PERFORM GUARDA-FATURA
               END-READ
           END-PERFORM
           CLOSE FATURA-FILE
           MOVE 'N' TO EOF.

      *> A line that cannot be matched as sent - bad numero, valor
      *> or date, or a numero the same fornecedor already invoiced
      *> in this file - is listed and left out.
       GUARDA-FATURA.
           MOVE 'Y' TO WS-DT-VALIDA
           IF FT-DATA IS NUMERIC
               MOVE FT-DATA(1:4) TO WS-DT-ANO
               MOVE FT-DATA(5:2) TO WS-DT-MES
               MOVE FT-DATA(7:2) TO WS-DT-DIA
               CALL 'ValidaDataFiscal' USING WS-DT-ANO WS-DT-MES
                   WS-DT-DIA WS-DT-VALIDA
           ELSE
               MOVE 'N' TO WS-DT-VALIDA
           END-IF
           EVALUATE TRUE
               WHEN FT-FORNECEDOR = SPACE
                       OR FT-NUMERO IS NOT NUMERIC
                       OR FT-VALOR IS NOT NUMERIC
                       OR WS-DT-VALIDA NOT = 'Y'
                   ADD 1 TO WS-INVALIDAS
                   DISPLAY '*** Linha de fatura invalida: '
                           FATURA-RECORD
               WHEN WS-FAT-COUNT >= WS-FAT-MAXIMO
                   DISPLAY 'Mais de ' WS-FAT-MAXIMO ' linhas de '
                           'fatura - nada conciliado.'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM LOCALIZA-FATURA
                   IF WS-ACHOU = 'Y'
                       ADD 1 TO WS-DUPLICADAS
                       DISPLAY '*** Numero faturado em duplicidade: '
                               FT-FORNECEDOR ' ' FT-NUMERO
                   ELSE
                       ADD 1 TO WS-FAT-COUNT
                       MOVE FT-FORNECEDOR TO
                           WS-FAT-FORNECEDOR(WS-FAT-COUNT)
                       MOVE FT-NUMERO TO WS-FAT-NUMERO(WS-FAT-COUNT)
                       MOVE FT-VALOR TO WS-FAT-VALOR(WS-FAT-COUNT)
                       MOVE FT-DATA TO WS-FAT-DATA(WS-FAT-COUNT)
                       MOVE FT-FORNECEDOR TO WS-FORNECEDOR
                       PERFORM LOCALIZA-FORNECEDOR
                       ADD 1 TO WS-FN-FATURAS(WS-N)
                       ADD FT-VALOR TO WS-FN-FATURADO(WS-N)
                   END-IF
           END-EVALUATE.

       LOCALIZA-FATURA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FAT-COUNT OR WS-ACHOU = 'Y'
               IF WS-FAT-NUMERO(WS-F) = FT-NUMERO
                       AND WS-FAT-FORNECEDOR(WS-F) = FT-FORNECEDOR
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM.

      *> Leaves the fornecedor's slot in WS-N, adding it when new;
      *> 0 when it is not invoicing (shipped-side lookups only).
       LOCALIZA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-FORN-COUNT OR WS-ACHOU = 'Y'
               IF WS-FN-CODIGO(WS-N) = WS-FORNECEDOR
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-N
           ELSE
               IF WS-FORN-COUNT >= WS-FORN-MAXIMO
                   DISPLAY 'Mais de ' WS-FORN-MAXIMO ' fornecedores '
                           'na fatura - nada conciliado.'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FORN-COUNT
               MOVE WS-FORN-COUNT TO WS-N
               INITIALIZE WS-FORN-ENTRADA(WS-N)
               MOVE WS-FORNECEDOR TO WS-FN-CODIGO(WS-N)
           END-IF.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRE-FILA-PENDENCIAS.
           OPEN I-O PENDIDX-FILE
           IF WS-PENDIDX-STATUS NOT = '00'
               OPEN OUTPUT PENDIDX-FILE
               CLOSE PENDIDX-FILE
               OPEN I-O PENDIDX-FILE
           END-IF
           IF WS-PENDIDX-STATUS NOT = '00'
               DISPLAY 'Fila de pendencias indisponivel - status '
                       WS-PENDIDX-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM DISCONNECT-DB
               STOP RUN
           END-IF.

      *> The shipped valor is the sum of the month's 'E' rows of
      *> the numero for that fornecedor.
       CONFERE-FATURA.
           ADD 1 TO WS-CONFERIDAS
           MOVE SPACE TO WS-OBS
           MOVE WS-FAT-FORNECEDOR(WS-F) TO WS-FORNECEDOR
           MOVE WS-FAT-NUMERO(WS-F) TO WS-NUMERO
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(h.valor), 0)
                 INTO :WS-ENV-LINHAS, :WS-ENV-VALOR
               FROM NUMEROS_HIST h
               WHERE h.row_type = 'E'
                 AND h.numero = :WS-NUMERO
                 AND h.fornecedor = :WS-FORNECEDOR
                 AND h.run_date >= :WS-PERIODO-LO
                 AND h.run_date <= :WS-PERIODO-HI
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao consultar NUMEROS_HIST, SQLCODE: '
                       SQLCODE
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-ENV-LINHAS = 0
                   PERFORM CLASSIFICA-NAO-ENVIADO
               ELSE
                   COMPUTE WS-DIFERENCA =
                       WS-FAT-VALOR(WS-F) - WS-ENV-VALOR
                   EVALUATE TRUE
                       WHEN WS-DIFERENCA > WS-TOLERANCIA
                           MOVE 1 TO WS-C
                           PERFORM REGISTRA-DIVERGENCIA
                       WHEN WS-DIFERENCA < WS-LIMITE-NEGATIVO
                           MOVE 2 TO WS-C
                           PERFORM REGISTRA-DIVERGENCIA
                   END-EVALUATE
               END-IF
           END-IF.

      *> compras.numeros says why it never went out: unknown, held
      *> by another fornecedor, or suspended.
       CLASSIFICA-NAO-ENVIADO.
           MOVE 0 TO WS-ENV-VALOR
           EXEC SQL
               SELECT COALESCE(fornecedor, ' '), status
                 INTO :WS-NUM-FORNECEDOR, :WS-NUM-STATUS
               FROM numeros
               WHERE numero = :WS-NUMERO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'NAO CADASTRADO' TO WS-OBS
               WHEN WS-NUM-FORNECEDOR NOT = WS-FORNECEDOR
                   MOVE 'DE OUTRO FORNECEDOR' TO WS-OBS
               WHEN WS-NUM-STATUS = 'S'
                   MOVE 'SUSPENSO' TO WS-OBS
               WHEN OTHER
                   MOVE 'CADASTRADO' TO WS-OBS
           END-EVALUATE
           MOVE 3 TO WS-C
           PERFORM REGISTRA-DIVERGENCIA.

      *> Shipped side: every numero with 'E' rows in the month,
      *> netted as their summed valor, for a
      *> fornecedor that sent an invoice, looked up in the invoice
      *> table. A fornecedor that sent no invoice at all is not
      *> listed - it simply has not billed yet.
       PROCURA-NAO-FATURADOS.
           EXEC SQL
               DECLARE CURSOR-ENVIADOS CURSOR FOR
               SELECT h.fornecedor, h.numero, SUM(h.valor)
               FROM NUMEROS_HIST h
               WHERE h.row_type = 'E'
                 AND h.run_date >= :WS-PERIODO-LO
                 AND h.run_date <= :WS-PERIODO-HI
               GROUP BY h.fornecedor, h.numero
               ORDER BY h.fornecedor, h.numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-ENVIADOS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao abrir cursor de envios, SQLCODE: '
                       SQLCODE
               MOVE 1 TO RETURN-CODE
               MOVE 'Y' TO WS-SQL-EOF
           END-IF
           PERFORM UNTIL WS-SQL-EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-ENVIADOS
                       INTO :WS-FORNECEDOR, :WS-NUMERO,
                            :WS-ENV-VALOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM CONFERE-ENVIADO
                   WHEN 100
                       MOVE 'Y' TO WS-SQL-EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler envios, SQLCODE: '
                               SQLCODE
                       MOVE 1 TO RETURN-CODE
                       MOVE 'Y' TO WS-SQL-EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-ENVIADOS
           END-EXEC.

       CONFERE-ENVIADO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-FORN-COUNT OR WS-ACHOU = 'Y'
               IF WS-FN-CODIGO(WS-N) = WS-FORNECEDOR
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'Y'
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FAT-COUNT OR WS-ACHOU = 'Y'
                   IF WS-FAT-NUMERO(WS-F) = WS-NUMERO
                           AND WS-FAT-FORNECEDOR(WS-F) =
                               WS-FORNECEDOR
                       MOVE 'Y' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   MOVE 0 TO WS-F
                   MOVE SPACE TO WS-OBS
                   MOVE 4 TO WS-C
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
           END-IF.

      *> WS-C carries the category, WS-F the invoice line (0 when
      *> there is none), WS-ENV-VALOR the shipped valor and WS-OBS
      *> the remark. Records
      *> the mismatch for the report, adds it to the fornecedor's
      *> totals and opens its pendencia.
       REGISTRA-DIVERGENCIA.
           IF WS-DIV-COUNT >= WS-DIV-MAXIMO
               DISPLAY 'Mais de ' WS-DIV-MAXIMO ' divergencias - '
                       'relatorio incompleto.'
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-DIV-COUNT
               MOVE WS-C TO WS-DV-CATEGORIA(WS-DIV-COUNT)
               MOVE WS-FORNECEDOR TO WS-DV-FORNECEDOR(WS-DIV-COUNT)
               MOVE WS-NUMERO TO WS-DV-NUMERO(WS-DIV-COUNT)
               MOVE WS-ENV-VALOR TO WS-DV-ENVIADO(WS-DIV-COUNT)
               MOVE WS-OBS TO WS-DV-OBS(WS-DIV-COUNT)
               IF WS-F > 0
                   MOVE WS-FAT-VALOR(WS-F) TO
                       WS-DV-FATURADO(WS-DIV-COUNT)
                   MOVE WS-FAT-DATA(WS-F) TO
                       WS-DV-DATA(WS-DIV-COUNT)
               ELSE
                   MOVE 0 TO WS-DV-FATURADO(WS-DIV-COUNT)
                   MOVE SPACE TO WS-DV-DATA(WS-DIV-COUNT)
               END-IF
               COMPUTE WS-DIFERENCA =
                   WS-DV-FATURADO(WS-DIV-COUNT)
                   - WS-DV-ENVIADO(WS-DIV-COUNT)
               PERFORM LOCALIZA-FORNECEDOR
               ADD 1 TO WS-FN-QTD(WS-N, WS-C)
               ADD WS-DIFERENCA TO WS-FN-DIFERENCA(WS-N, WS-C)
               PERFORM ABRE-PENDENCIA-FATURA
           END-IF.

      *> The FATURA: prefix is what tells a billing mismatch apart
      *> from the other entries in the one queue the operators
      *> already work down.
       ABRE-PENDENCIA-FATURA.
           PERFORM NOME-CATEGORIA
           MOVE 'A' TO WS-PD-STATUS
           MOVE WS-NUMERO TO WS-PD-NUMERO
           MOVE SPACE TO WS-PD-MOTIVO
           STRING 'FATURA: ' DELIMITED BY SIZE
                  WS-CAT-NOME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-FORNECEDOR DELIMITED BY SIZE
               INTO WS-PD-MOTIVO
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-PD-EXTRACT-TS
           MOVE SPACE TO WS-PD-RUN-ID
           STRING 'FAT' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-PD-RUN-ID
           END-STRING
           MOVE SPACE TO WS-PD-RESOLUCAO
           MOVE SPACE TO WS-PD-USUARIO
           MOVE SPACE TO WS-PD-RESOLVIDO-TS
           WRITE PENDIDX-RECORD FROM WS-PENDENCIA
               INVALID KEY
                   ADD 1 TO WS-PEND-JA-ABERTAS
               NOT INVALID KEY
                   ADD 1 TO WS-PEND-ABERTAS
           END-WRITE.

       NOME-CATEGORIA.
           EVALUATE WS-C
               WHEN 1
                   MOVE 'SOBREFATURADO' TO WS-CAT-NOME
               WHEN 2
                   MOVE 'SUBFATURADO' TO WS-CAT-NOME
               WHEN 3
                   MOVE 'FATURADO NAO ENVIADO' TO WS-CAT-NOME
               WHEN OTHER
                   MOVE 'ENVIADO NAO FATURADO' TO WS-CAT-NOME
           END-EVALUATE.

      *> One section per category, each closed by its
      *> per-fornecedor totals (count and the summed difference
      *> invoiced minus shipped).
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'CONCILIACAO DE FATURAS - PERIODO ' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE WS-TOLERANCIA TO WS-VALOR-ED
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Tolerancia: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               PERFORM GRAVA-SECAO
           END-PERFORM
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'FATURADO POR FORNECEDOR' TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-FORN-COUNT
               MOVE WS-FN-CODIGO(WS-N) TO WS-RT-FORNECEDOR
               MOVE WS-FN-FATURAS(WS-N) TO WS-RT-QTD
               MOVE WS-FN-FATURADO(WS-N) TO WS-RT-VALOR
               WRITE RELATORIO-RECORD FROM WS-REL-TOTAL
           END-PERFORM
           CLOSE RELATORIO-FILE.

       GRAVA-SECAO.
           PERFORM NOME-CATEGORIA
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE WS-CAT-NOME TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CABECALHO
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIV-COUNT
               IF WS-DV-CATEGORIA(WS-D) = WS-C
                   MOVE WS-DV-FORNECEDOR(WS-D) TO WS-RD-FORNECEDOR
                   MOVE WS-DV-NUMERO(WS-D) TO WS-RD-NUMERO
                   MOVE WS-DV-DATA(WS-D) TO WS-RD-DATA
                   MOVE WS-DV-FATURADO(WS-D) TO WS-RD-FATURADO
                   MOVE WS-DV-ENVIADO(WS-D) TO WS-RD-ENVIADO
                   COMPUTE WS-RD-DIFERENCA =
                       WS-DV-FATURADO(WS-D) - WS-DV-ENVIADO(WS-D)
                   MOVE WS-DV-OBS(WS-D) TO WS-RD-OBS
                   WRITE RELATORIO-RECORD FROM WS-REL-DETALHE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-FORN-COUNT
               IF WS-FN-QTD(WS-N, WS-C) > 0
                   MOVE WS-FN-CODIGO(WS-N) TO WS-RT-FORNECEDOR
                   MOVE WS-FN-QTD(WS-N, WS-C) TO WS-RT-QTD
                   MOVE WS-FN-DIFERENCA(WS-N, WS-C) TO WS-RT-VALOR
                   WRITE RELATORIO-RECORD FROM WS-REL-TOTAL
               END-IF
           END-PERFORM.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Conciliacao de faturas - periodo ' WS-PERIODO
           DISPLAY 'Linhas de fatura lidas     : ' WS-LIDAS
           DISPLAY 'Linhas invalidas           : ' WS-INVALIDAS
           DISPLAY 'Numeros em duplicidade     : ' WS-DUPLICADAS
           DISPLAY 'Faturas conferidas         : ' WS-CONFERIDAS
           DISPLAY 'Divergencias               : ' WS-DIV-COUNT
           DISPLAY 'Pendencias abertas         : ' WS-PEND-ABERTAS
           DISPLAY 'Numeros ja pendentes       : '
                   WS-PEND-JA-ABERTAS
           DISPLAY 'Relatorio em faturas_conciliacao.rpt'
           DISPLAY '========================================'.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
