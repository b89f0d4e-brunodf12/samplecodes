      *>             writer and reader cannot drift apart. The
      *>             numeric-edited operand fields are copied to an
      *>             alphanumeric work field before NUMVAL.
      *> 2026-10-15  Months rotated out of calculadora.tape by
      *>             RotacionaLogs are read from their archive files
      *>             (found through LocalizaArquivoMorto) after the live
      *>             tape, so a range reaching back past the retention
      *>             window still reports in full. Lines without a date
      *>             in front - the archives' CONTROLE records - are not
      *>             counted.
      *> 2026-10-15  Counts Calculadora's new installment schedule
      *>             operation ('P') and adds a section on the plans
      *>             in the range: how many by method (tabela Price /
      *>             SAC), the principal financed and the total
      *>             interest, from the tape's trailing fields.
      *> 2026-10-15  Counts the business-day date operations ('D', 'C',
      *>             'V') of Calculadora in the by-operation section.
      *> 2026-10-15  The date operations ('D', 'C', 'V') are kept out of
      *>             the operand and result sums - their Resultado is a
      *>             number of days, not money - and reported in a
      *>             section of their own with the days they came to.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPE-FILE ASSIGN TO WS-TAPE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

       WORKING-STORAGE SECTION.
       01  EOF                   PIC X     VALUE 'N'.
       01  WS-TAPE-STATUS        PIC X(2).
       01  WS-TAPE-NAME          PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-DATA-DE            PIC X(8)  VALUE '00000000'.
       01  WS-DATA-ATE           PIC X(8)  VALUE '99999999'.
       01  WS-DATA-REGISTRO      PIC X(8).

      *> Months already rotated out of the tape are read from
      *> their archive files after the live tape.
       01  WS-ORIGEM             PIC X(30) VALUE 'calculadora.tape'.
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-FITAS-LIDAS        PIC 9(3)  VALUE 0.
       01  WS-ARQ-LIDOS          PIC 9(3)  VALUE 0.

       01  WS-TOTAL-LIDOS        PIC 9(10) VALUE 0.
       01  WS-TOTAL-NA-FAIXA     PIC 9(10) VALUE 0.
       01  WS-TOTAL-OK           PIC 9(10) VALUE 0.
       01  WS-SOMA-RESULTADO     PIC S9(13)V99 VALUE 0.
       01  WS-SOMA-ED            PIC -(13)9.99.
       01  WS-CAMPO-X            PIC X(11).
       01  WS-CAMPO-JUROS        PIC X(13).

       01  WS-PLANOS-PRICE       PIC 9(10) VALUE 0.
       01  WS-PLANOS-SAC         PIC 9(10) VALUE 0.
       01  WS-SOMA-PRINCIPAL     PIC S9(13)V99 VALUE 0.
       01  WS-SOMA-JUROS         PIC S9(13)V99 VALUE 0.
      *> Date operations: Resultado is a number of days, kept out
      *> of the money totals.
       01  WS-OPER-DATAS         PIC 9(10) VALUE 0.
       01  WS-SOMA-DIAS          PIC S9(13)V99 VALUE 0.

       01  WS-OPER-TABELA.
           05  WS-OPER-ENTRADA   OCCURS 10 TIMES.
               10  WS-OP-SIMBOLO     PIC X(1).
               10  WS-OP-CONTAGEM    PIC 9(10).
       01  WS-I                  PIC 9(3).
       01  WS-OPER-COUNT         PIC 9(3)  VALUE 10.
       01  WS-ACHOU              PIC X.

       01  WS-MOTIVO-COUNT       PIC 9(2)  VALUE 0.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM INICIALIZA-OPERACOES
           MOVE WS-ORIGEM TO WS-TAPE-NAME
           PERFORM LE-FITA
           PERFORM LE-ARQUIVOS-MORTOS
           IF WS-FITAS-LIDAS = 0
               DISPLAY 'Sem calculadora.tape para relatar.'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-RELATORIO
           STOP RUN.

               MOVE '99999999' TO WS-DATA-ATE
           END-IF.

      *> The archive's CONTROLE record, and anything else without
      *> a date in front, is not a calculation.
       LE-FITA.
           OPEN INPUT TAPE-FILE
           IF WS-TAPE-STATUS = '00'
               ADD 1 TO WS-FITAS-LIDAS
               PERFORM UNTIL EOF = 'Y'
                   READ TAPE-FILE
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF TAPE-TIMESTAMP(1:8) IS NUMERIC
                               ADD 1 TO WS-TOTAL-LIDOS
                               PERFORM ACUMULA-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAPE-FILE
           END-IF
           MOVE 'N' TO EOF.

       LE-ARQUIVOS-MORTOS.
           MOVE WS-DATA-DE(1:6) TO WS-MES-DE
           MOVE WS-DATA-ATE(1:6) TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-TAPE-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-FITA
               END-IF
           END-PERFORM.

       INICIALIZA-OPERACOES.
           MOVE '+' TO WS-OP-SIMBOLO(1)
           MOVE '-' TO WS-OP-SIMBOLO(2)
           MOVE '*' TO WS-OP-SIMBOLO(3)
           MOVE '/' TO WS-OP-SIMBOLO(4)
           MOVE '%' TO WS-OP-SIMBOLO(5)
           MOVE 'P' TO WS-OP-SIMBOLO(6)
           MOVE 'D' TO WS-OP-SIMBOLO(7)
           MOVE 'C' TO WS-OP-SIMBOLO(8)
           MOVE 'V' TO WS-OP-SIMBOLO(9)
           MOVE '?' TO WS-OP-SIMBOLO(10)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPER-COUNT
               MOVE 0 TO WS-OP-CONTAGEM(WS-I)
           END-PERFORM.

                   PERFORM ACUMULA-MOTIVO
               ELSE
                   ADD 1 TO WS-TOTAL-OK
                   IF TAPE-OPERACAO = 'D' OR TAPE-OPERACAO = 'C'
                           OR TAPE-OPERACAO = 'V'
                       PERFORM ACUMULA-DATAS
                   ELSE
                       PERFORM ACUMULA-VALORES
                   END-IF
               END-IF
           END-IF.

       ACUMULA-VALORES.
           MOVE TAPE-NUMERO1 TO WS-CAMPO-X
           COMPUTE WS-SOMA-NUMERO1 = WS-SOMA-NUMERO1
               + FUNCTION NUMVAL(WS-CAMPO-X)
           MOVE TAPE-NUMERO2 TO WS-CAMPO-X
           COMPUTE WS-SOMA-NUMERO2 = WS-SOMA-NUMERO2
               + FUNCTION NUMVAL(WS-CAMPO-X)
           MOVE TAPE-RESULTADO TO WS-CAMPO-X
           COMPUTE WS-SOMA-RESULTADO = WS-SOMA-RESULTADO
               + FUNCTION NUMVAL(WS-CAMPO-X)
           IF TAPE-OPERACAO = 'P'
               PERFORM ACUMULA-PLANO
           END-IF.

       ACUMULA-DATAS.
           ADD 1 TO WS-OPER-DATAS
           MOVE TAPE-RESULTADO TO WS-CAMPO-X
           COMPUTE WS-SOMA-DIAS = WS-SOMA-DIAS
               + FUNCTION NUMVAL(WS-CAMPO-X).

       ACUMULA-OPERACAO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-OPER-COUNT OR WS-ACHOU = 'Y'
               IF WS-OP-SIMBOLO(WS-I) = TAPE-OPERACAO
                   ADD 1 TO WS-OP-CONTAGEM(WS-I)
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-OP-CONTAGEM(WS-OPER-COUNT)
           END-IF.

      *> An installment plan: the first operand is the principal.
       ACUMULA-PLANO.
           IF TAPE-METODO = 'S'
               ADD 1 TO WS-PLANOS-SAC
           ELSE
               ADD 1 TO WS-PLANOS-PRICE
           END-IF
           MOVE TAPE-NUMERO1 TO WS-CAMPO-X
           COMPUTE WS-SOMA-PRINCIPAL = WS-SOMA-PRINCIPAL
               + FUNCTION NUMVAL(WS-CAMPO-X)
           MOVE TAPE-JUROS-TOTAL TO WS-CAMPO-JUROS
           IF WS-CAMPO-JUROS NOT = SPACE
               COMPUTE WS-SOMA-JUROS = WS-SOMA-JUROS
                   + FUNCTION NUMVAL(WS-CAMPO-JUROS)
           END-IF.

       ACUMULA-MOTIVO.
                   WS-DATA-DE ' a ' WS-DATA-ATE
           DISPLAY 'Registros lidos na fita     : '
                   WS-TOTAL-LIDOS
           IF WS-ARQ-LIDOS > 0
               DISPLAY 'Arquivos mortos lidos       : '
                       WS-ARQ-LIDOS
           END-IF
           DISPLAY 'Registros na faixa pedida   : '
                   WS-TOTAL-NA-FAIXA
           DISPLAY 'Calculos aceitos            : ' WS-TOTAL-OK
           DISPLAY 'Rejeicoes de lote           : ' WS-TOTAL-REJ
           DISPLAY '----------------------------------------'
           DISPLAY 'Contagem por operacao:'
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPER-COUNT
               IF WS-OP-CONTAGEM(WS-I) > 0
                   DISPLAY WS-OP-SIMBOLO(WS-I) ' : '
                           WS-OP-CONTAGEM(WS-I)
           DISPLAY 'Soma do 2o operando         : ' WS-SOMA-ED
           MOVE WS-SOMA-RESULTADO TO WS-SOMA-ED
           DISPLAY 'Soma dos resultados         : ' WS-SOMA-ED
           IF WS-PLANOS-PRICE + WS-PLANOS-SAC > 0
               DISPLAY '----------------------------------------'
               DISPLAY 'Planos de parcelamento (P):'
               DISPLAY 'Tabela Price                : '
                       WS-PLANOS-PRICE
               DISPLAY 'SAC                         : '
                       WS-PLANOS-SAC
               MOVE WS-SOMA-PRINCIPAL TO WS-SOMA-ED
               DISPLAY 'Principal parcelado         : ' WS-SOMA-ED
               MOVE WS-SOMA-JUROS TO WS-SOMA-ED
               DISPLAY 'Juros totais dos planos     : ' WS-SOMA-ED
           END-IF
           IF WS-OPER-DATAS > 0
               DISPLAY '----------------------------------------'
               DISPLAY 'Operacoes de datas (D, C, V):'
               DISPLAY 'Calculos de datas aceitos   : '
                       WS-OPER-DATAS
               MOVE WS-SOMA-DIAS TO WS-SOMA-ED
               DISPLAY 'Soma dos dias resultantes   : ' WS-SOMA-ED
           END-IF
           IF WS-MOTIVO-COUNT > 0
               DISPLAY '----------------------------------------'
               DISPLAY 'Rejeicoes por motivo:'
