       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaFaixaFornecedor.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Shared check of a numero against
      *>             the range allocation registry
      *>             (faixas_fornecedor.dat, FAIXAREC layout, kept by
      *>             ManutencaoFaixas): a numero is accepted for a
      *>             fornecedor only when it falls inside one of that
      *>             fornecedor's active blocks. Called by the
      *>             supplier intake and by both inclusion paths of
      *>             ManutencaoNumeros, so no two suppliers can load
      *>             the same values and a keyed inclusion cannot take
      *>             a numero that belongs to someone else. The
      *>             registry is loaded on the first call of the run
      *>             like the permissions file; a missing file, or one
      *>             with no active block, accepts everything - the
      *>             behavior every caller had before, so the control
      *>             is rolled out by allocating the first blocks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAIXA-FILE ASSIGN TO 'faixas_fornecedor.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAIXA-FILE.
       01  FAIXA-RECORD          PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-FAIXA-STATUS       PIC X(2).
       01  WS-FAIXA-LOADED       PIC X     VALUE 'N'.
       01  WS-FAIXA-EOF          PIC X     VALUE 'N'.
       01  WS-FAIXA-COUNT        PIC 9(3)  VALUE 0.
       01  WS-FAIXA-MAXIMO       PIC 9(3)  VALUE 500.
       01  WS-FAIXA-TABELA.
           05  WS-FAIXA-ENTRADA  OCCURS 500 TIMES.
               10  WS-FT-FORNECEDOR  PIC X(10).
               10  WS-FT-INICIO      PIC 9(10).
               10  WS-FT-FIM         PIC 9(10).
       01  WS-I                  PIC 9(3).
       01  WS-ACHOU-PROPRIA      PIC X.
       01  WS-ACHOU-OUTRO        PIC X.

       COPY FAIXAREC.

       LINKAGE SECTION.
       01  LK-FORNECEDOR         PIC X(10).
       01  LK-NUMERO             PIC 9(10).
       01  LK-NUMERO-VALIDO      PIC X.
       01  LK-MOTIVO             PIC X(40).

       PROCEDURE DIVISION USING LK-FORNECEDOR LK-NUMERO
           LK-NUMERO-VALIDO LK-MOTIVO.
       MAIN-LOGIC.
           IF WS-FAIXA-LOADED NOT = 'Y'
               PERFORM LOAD-FAIXAS
           END-IF
           MOVE 'Y' TO LK-NUMERO-VALIDO
           MOVE SPACE TO LK-MOTIVO
      *> No registry (or no active block in it) means the control
      *> is not in force yet - everything stays allowed.
           IF WS-FAIXA-COUNT = 0
               GOBACK
           END-IF
           MOVE 'N' TO WS-ACHOU-PROPRIA
           MOVE 'N' TO WS-ACHOU-OUTRO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FAIXA-COUNT
                   OR WS-ACHOU-PROPRIA = 'Y'
               IF LK-NUMERO >= WS-FT-INICIO(WS-I)
                       AND LK-NUMERO <= WS-FT-FIM(WS-I)
                   IF WS-FT-FORNECEDOR(WS-I) = LK-FORNECEDOR
                       MOVE 'Y' TO WS-ACHOU-PROPRIA
                   ELSE
                       MOVE 'Y' TO WS-ACHOU-OUTRO
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACHOU-PROPRIA = 'Y'
                   CONTINUE
               WHEN LK-FORNECEDOR = SPACE
                   MOVE 'N' TO LK-NUMERO-VALIDO
                   MOVE 'FORNECEDOR NAO INFORMADO' TO LK-MOTIVO
               WHEN WS-ACHOU-OUTRO = 'Y'
                   MOVE 'N' TO LK-NUMERO-VALIDO
                   MOVE 'NUMERO ALOCADO A OUTRO FORNECEDOR'
                       TO LK-MOTIVO
               WHEN OTHER
                   MOVE 'N' TO LK-NUMERO-VALIDO
                   MOVE 'FORA DA FAIXA DO FORNECEDOR' TO LK-MOTIVO
           END-EVALUATE
           GOBACK.

      *> Only active blocks are kept - a retired block is history
      *> and authorizes nothing.
       LOAD-FAIXAS.
           MOVE 'Y' TO WS-FAIXA-LOADED
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
           MOVE FAIXA-RECORD TO WS-FAIXA
           IF WS-FX-STATUS = 'A' AND WS-FX-FORNECEDOR NOT = SPACE
               IF WS-FAIXA-COUNT >= WS-FAIXA-MAXIMO
                   DISPLAY 'VerificaFaixaFornecedor: mais de '
                           WS-FAIXA-MAXIMO ' faixas ativas - '
                           'excedente ignorado.'
                   MOVE 'Y' TO WS-FAIXA-EOF
               ELSE
                   ADD 1 TO WS-FAIXA-COUNT
                   MOVE WS-FX-FORNECEDOR TO
                       WS-FT-FORNECEDOR(WS-FAIXA-COUNT)
                   MOVE WS-FX-INICIO TO
                       WS-FT-INICIO(WS-FAIXA-COUNT)
                   MOVE WS-FX-FIM TO
                       WS-FT-FIM(WS-FAIXA-COUNT)
               END-IF
           END-IF.
