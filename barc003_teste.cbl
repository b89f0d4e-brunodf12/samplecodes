      *>             as in force since always. Maintained through
      *>             the new ManutencaoTaxas program instead of the
      *>             hand edit that used to go live unreviewed.
      *> 2026-10-15  New 'P' operation: installment schedule of a
      *>             supplier payment plan. Numero1 is the principal,
      *>             Numero2 the number of installments (1 to 360),
      *>             the rate code's percentage - resolved by
      *>             vigencia like '%' - the interest per installment
      *>             and its rounding rule the interest's rounding;
      *>             method P=tabela Price (fixed payment) or S=SAC
      *>             (constant amortization), REQ-METODO as a new
      *>             trailing field of calculadora.in (blank = Price).
      *>             Every installment (payment, interest,
      *>             amortization, balance) is printed to
      *>             calculadora.parcelas, one plan after another for
      *>             the session or batch, and shown on screen in the
      *>             interactive session; the last installment takes
      *>             the rounding residue so the balance closes at
      *>             zero. Resultado is the first payment; the method
      *>             and the total interest go on the tape and in
      *>             calculadora.out as new trailing fields.
      *> 2026-10-15  Business-day date operations, on the same
      *>             calendar the batch runs on (every date through
      *>             ValidaDataFiscal, every business day through
      *>             CalendarioFiscal and calendario.dat): 'D' adds
      *>             Numero1 business days to a date (negative goes
      *>             back), 'C' counts the business days after a
      *>             date up to and including a second one, 'V'
      *>             gives the due date of a payment term - "28 DDL"
      *>             is 28 calendar days, moved to the next business
      *>             day when it falls on a weekend or holiday, "10
      *>             DU" is 10 business days. The dates and the term
      *>             are new trailing fields of calculadora.in
      *>             (REQ-DATA-BASE blank = the calculation date),
      *>             calculadora.out and the tape, with the date found
      *>             beside them; Resultado is the business-day count
      *>             for 'C' and the calendar days from the base date
      *>             to the date found for 'D' and 'V'.
      *> 2026-10-15  A valid batch '%', 'P', 'D', 'C' or 'V' request is
      *>             taped again - the operation dispatch had left
      *>             Grava-Tape reachable only for the four arithmetic
      *>             operators. A payment plan whose factor, payment or
      *>             total does not fit is refused as 'Parcelamento fora
      *>             da escala' (batch) or asked again (session) instead
      *>             of printing a truncated schedule.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT PARCELAS-FILE ASSIGN TO 'calculadora.parcelas'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCELAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAPE-FILE.
           05  REQ-RATE-CODE         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  REQ-DATA-CALC         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  REQ-METODO            PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  REQ-DATA-BASE         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  REQ-DATA-FIM          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  REQ-PRAZO             PIC X(10).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  RES-RATE-CODE         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-RATE-PCT          PIC 999.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-METODO            PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-JUROS-TOTAL       PIC -(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-DATA-BASE         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-DATA-FIM          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-PRAZO             PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  RES-DATA-RESULTADO    PIC X(8).

      *> Taxa: codigo, tipo (A=acrescimo D=desconto P=percentual
      *> puro), percentual com duas decimais implicitas e regra de
           05  FILLER                PIC X     VALUE SPACE.
           05  RATE-VIGENCIA         PIC X(8).

       FD  PARCELAS-FILE.
       01  PARCELAS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  Numero1               PIC S9(7)V99.
       01  Numero2               PIC S9(7)V99.
           05  WS-MEMORIA        PIC S9(7)V99 OCCURS 9 TIMES
                                 VALUE 0.

      *> Installment schedule ('P'): Price keeps the payment fixed,
      *> SAC the amortization.
       01  WS-PARCELAS-STATUS    PIC X(2).
       01  WS-PARCELAS-ABERTO    PIC X     VALUE 'N'.
       01  WS-PARC-METODO        PIC X(1).
       01  WS-PARC-QTDE          PIC 9(3).
       01  WS-PARC-MAXIMO        PIC 9(3)  VALUE 360.
       01  WS-PARC-N             PIC 9(3).
       01  WS-PARC-TAXA          PIC 9V9(6).
       01  WS-PARC-FATOR         PIC 9(9)V9(9).
       01  WS-PARC-PROJECAO      PIC S9(9)V99.
       01  WS-PARC-PRESTACAO     PIC S9(9)V99.
       01  WS-PARC-AMORT-FIXA    PIC S9(9)V99.
       01  WS-PARC-PAGAMENTO     PIC S9(9)V99.
       01  WS-PARC-JUROS         PIC S9(9)V99.
       01  WS-PARC-AMORTIZACAO   PIC S9(9)V99.
       01  WS-PARC-SALDO         PIC S9(9)V99.
       01  WS-PARC-PRIMEIRA      PIC S9(9)V99.
       01  WS-PARC-TOTAL-PAGO    PIC S9(9)V99.
       01  WS-PARC-TOTAL-JUROS   PIC S9(9)V99.
       01  WS-PC-VALOR-ED        PIC -(9)9.99.
       01  WS-PC-PCT-ED          PIC ZZ9.99.
       01  WS-PC-QTDE-ED         PIC ZZ9.
       01  WS-PC-LINHA           PIC X(80).
       01  WS-PC-CABECALHO.
           05  FILLER                PIC X(4)  VALUE 'PARC'.
           05  FILLER                PIC X(16)
                   VALUE '       PRESTACAO'.
           05  FILLER                PIC X(16)
                   VALUE '           JUROS'.
           05  FILLER                PIC X(16)
                   VALUE '     AMORTIZACAO'.
           05  FILLER                PIC X(16)
                   VALUE '           SALDO'.
       01  WS-PC-DETALHE.
           05  WS-PCD-PARCELA        PIC ZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCD-PAGAMENTO      PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCD-JUROS          PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCD-AMORTIZACAO    PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCD-SALDO          PIC -(9)9.99.
       01  WS-PC-TOTAL.
           05  FILLER                PIC X(4)  VALUE 'TOT.'.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCT-PAGO           PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCT-JUROS          PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-PCT-AMORTIZACAO    PIC -(9)9.99.

      *> Business-day operations ('D', 'C', 'V'). WS-DU-ANO/MES/DIA
      *> is the date CalendarioFiscal rolls in place.
       01  WS-DT-TXT             PIC X(8).
       01  WS-DT-VALIDA          PIC X.
       01  WS-DT-BASE            PIC 9(8)  VALUE 0.
       01  WS-DT-FIM             PIC 9(8)  VALUE 0.
       01  WS-DT-RESULTADO       PIC 9(8)  VALUE 0.
       01  WS-DT-PRAZO           PIC X(10) VALUE SPACE.
       01  WS-DU-ANO             PIC 9(4).
       01  WS-DU-MES             PIC 9(2).
       01  WS-DU-DIA             PIC 9(2).
       01  WS-DU-DATA            PIC 9(8).
       01  WS-DU-FUNCAO          PIC X.
       01  WS-DU-UTIL            PIC X.
       01  WS-DU-N               PIC S9(4).
       01  WS-DU-PASSOS          PIC 9(4).
       01  WS-DU-MAXIMO          PIC 9(4)  VALUE 3660.
       01  WS-DU-CONTAGEM        PIC S9(7).
       01  WS-DU-LIMITE          PIC 9(8).
       01  WS-DU-INT             PIC S9(9) COMP.
       01  WS-PRAZO-DIAS-TXT     PIC X(10).
       01  WS-PRAZO-TIPO         PIC X(10).
       01  WS-PRAZO-LEN          PIC 9(2).
       01  WS-PRAZO-OK           PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           Perform Read-Run-Options.
               End-Perform
               Close Tape-File
           End-If.
           If WS-PARCELAS-ABERTO = 'Y'
               Close Parcelas-File
           End-If.
           STOP RUN.

       Read-Run-Options.
           Move REQ-OPERACAO To Operacao.
           Move REQ-NUMERO1 To Numero1.
           Move REQ-NUMERO2 To Numero2.
           Move REQ-METODO To WS-PARC-METODO.
           Move REQ-PRAZO To WS-DT-PRAZO.
           Move 0 To WS-DT-BASE.
           Move 0 To WS-DT-FIM.
           Move 0 To WS-DT-RESULTADO.
           Move 'Y' To WS-CALC-VALID.
           Move Space To WS-CALC-MOTIVO.
           Move Space To WS-RATE-CODE.
           Evaluate True
               When Operacao NOT = "+" AND Operacao NOT = "-" AND
                    Operacao NOT = "*" AND Operacao NOT = "/" AND
                    Operacao NOT = "%" AND Operacao NOT = "P" AND
                    Operacao NOT = "D" AND Operacao NOT = "C" AND
                    Operacao NOT = "V"
                   Move 'N' To WS-CALC-VALID
                   Move 'Operador invalido' To WS-CALC-MOTIVO
               When Operacao = "/" AND Numero2 = 0
                       Move 'N' To WS-CALC-VALID
                       Move 'Taxa desconhecida' To WS-CALC-MOTIVO
                   End-If
               When Operacao = "P"
                   Perform Valida-Parcelamento
               When Operacao = "D" Or Operacao = "C"
                    Or Operacao = "V"
                   Perform Valida-Datas
           End-Evaluate.
           If WS-CALC-VALID = 'Y' Then
               Evaluate Operacao
                   When "%"
                       Perform Calculo-Taxa
                   When "P"
                       Perform Calculo-Parcelamento
                   When "D"
                   When "C"
                   When "V"
                       Perform Calculo-Datas
                   When Other
                       Perform Calculo-Sem-Reprompt
               End-Evaluate
               Perform Grava-Tape
           Else
               Move 0 To Resultado
           Move WS-RATE-PCT To TAPE-RATE-PCT.
           Move 'REJ' To TAPE-STATUS.
           Move WS-CALC-MOTIVO To TAPE-MOTIVO.
           If Operacao = "D" Or Operacao = "C" Or Operacao = "V"
               Move REQ-DATA-BASE To TAPE-DATA-BASE
               Move REQ-DATA-FIM To TAPE-DATA-FIM
               Move REQ-PRAZO To TAPE-PRAZO
           End-If.
           Write TAPE-RECORD.

       Load-Rates.
           Move Resultado To RES-RESULTADO.
           Move WS-RATE-CODE To RES-RATE-CODE.
           Move WS-RATE-PCT To RES-RATE-PCT.
           If Operacao = "P" And WS-CALC-VALID = 'Y'
               Move WS-PARC-METODO To RES-METODO
               Move WS-PARC-TOTAL-JUROS To RES-JUROS-TOTAL
           End-If.
           If Operacao = "D" Or Operacao = "C" Or Operacao = "V"
               If WS-CALC-VALID = 'Y'
                   Perform Move-Datas-Result
               Else
                   Move REQ-DATA-BASE To RES-DATA-BASE
                   Move REQ-DATA-FIM To RES-DATA-FIM
                   Move REQ-PRAZO To RES-PRAZO
               End-If
           End-If.
           If WS-CALC-VALID = 'Y' Then
               Move 'OK' To RES-STATUS
               Move Space To RES-MOTIVO
           If Operacao = "%" Then
               Perform Pedir-Taxa
               Perform Calculo-Taxa
           Else If Operacao = "P" Then
               Perform Pedir-Parcelamento
               Perform Calculo-Parcelamento
           Else If Operacao = "D" Or Operacao = "C"
                   Or Operacao = "V" Then
               Perform Pedir-Datas
               Perform Calculo-Datas
               Display "Data resultante: " WS-DT-RESULTADO
           Else
               Display "Digite o 2o numero (sinal/decimais, R = "
                       "resultado anterior, M1-M9 = memoria): "
           End-If.

       Pedir-Operacao-Valida.
           Display "Digite o operador (+, -, *, /, %, "
                   "P = parcelamento, D = dias uteis, "
                   "C = contar dias uteis, V = vencimento): ".
           Accept Operacao.
           Move Function Upper-Case(Operacao) To Operacao.
           If Operacao NOT = "+" AND Operacao NOT = "-" AND
              Operacao NOT = "*" AND Operacao NOT = "/" AND
              Operacao NOT = "%" AND Operacao NOT = "P" AND
              Operacao NOT = "D" AND Operacao NOT = "C" AND
              Operacao NOT = "V" Then
               Display "Operador invalido. Use +, -, *, /, %, P, "
                       "D, C ou V."
               Perform Pedir-Operacao-Valida
           End-If.

           Move WS-RATE-PCT To TAPE-RATE-PCT
           Move 'OK' To TAPE-STATUS
           Move Space To TAPE-MOTIVO
           If Operacao = "P"
               Move WS-PARC-METODO To TAPE-METODO
               Move WS-PARC-TOTAL-JUROS To TAPE-JUROS-TOTAL
           End-If
           If Operacao = "D" Or Operacao = "C" Or Operacao = "V"
               Move WS-DT-BASE To TAPE-DATA-BASE
               If Operacao = "C"
                   Move WS-DT-FIM To TAPE-DATA-FIM
               Else
                   Move WS-DT-RESULTADO To TAPE-DATA-RESULTADO
               End-If
               If Operacao = "V"
                   Move WS-DT-PRAZO To TAPE-PRAZO
               End-If
           End-If
           Write TAPE-RECORD.

      *> A batch plan needs a positive principal, a whole number
      *> of installments within the table, a known method (blank
      *> is Price) and a rate in force on the calculation date.
       Valida-Parcelamento.
           If WS-PARC-METODO = Space
               Move 'P' To WS-PARC-METODO
           End-If.
           Move REQ-RATE-CODE To WS-RATE-CODE.
           Move Numero2 To WS-PARC-QTDE.
           Evaluate True
               When Numero1 NOT > 0
                   Move 'N' To WS-CALC-VALID
                   Move 'Principal invalido' To WS-CALC-MOTIVO
               When Numero2 NOT = WS-PARC-QTDE
                    Or WS-PARC-QTDE < 1
                    Or WS-PARC-QTDE > WS-PARC-MAXIMO
                   Move 'N' To WS-CALC-VALID
                   Move 'Numero de parcelas invalido'
                       To WS-CALC-MOTIVO
               When WS-PARC-METODO NOT = 'P'
                    And WS-PARC-METODO NOT = 'S'
                   Move 'N' To WS-CALC-VALID
                   Move 'Metodo invalido' To WS-CALC-MOTIVO
               When Other
                   Perform Resolve-Rate
                   If WS-RATE-ACHOU NOT = 'Y'
                       Move 'N' To WS-CALC-VALID
                       Move 'Taxa desconhecida' To WS-CALC-MOTIVO
                   Else
                       Perform Calcula-Prestacao
                   End-If
           End-Evaluate.

      *> A plan whose factor, payment or total would not fit the
      *> schedule's fields is refused here, before anything is
      *> printed, instead of being truncated into a schedule that
      *> does not close.
       Calcula-Prestacao.
           Compute WS-PARC-TAXA = WS-RATE-PCT / 100.
           Move 0 To WS-PARC-PRESTACAO.
           Move 0 To WS-PARC-AMORT-FIXA.
           If WS-PARC-METODO = 'P'
               If WS-PARC-TAXA = 0
                   Compute WS-PARC-PRESTACAO Rounded =
                       Numero1 / WS-PARC-QTDE
               Else
                   Compute WS-PARC-FATOR =
                       (1 + WS-PARC-TAXA) ** WS-PARC-QTDE
                       On Size Error
                           Move 'N' To WS-CALC-VALID
                   End-Compute
                   If WS-CALC-VALID = 'Y'
                       Compute WS-PARC-PRESTACAO Rounded =
                           Numero1 * WS-PARC-TAXA * WS-PARC-FATOR
                           / (WS-PARC-FATOR - 1)
                           On Size Error
                               Move 'N' To WS-CALC-VALID
                       End-Compute
                   End-If
               End-If
               If WS-CALC-VALID = 'Y'
                   Compute WS-PARC-PROJECAO =
                       WS-PARC-PRESTACAO * WS-PARC-QTDE
                       On Size Error
                           Move 'N' To WS-CALC-VALID
                   End-Compute
               End-If
           Else
               Compute WS-PARC-AMORT-FIXA Rounded =
                   Numero1 / WS-PARC-QTDE
               Compute WS-PARC-PROJECAO =
                   Numero1 + Numero1 * WS-PARC-TAXA
                   * (WS-PARC-QTDE + 1) / 2
                   On Size Error
                       Move 'N' To WS-CALC-VALID
               End-Compute
           End-If.
           If WS-CALC-VALID NOT = 'Y'
               Move 'Parcelamento fora da escala' To WS-CALC-MOTIVO
           End-If.

      *> Installments, rate and method are asked again until the
      *> plan fits; the principal is kept.
       Pedir-Parcelamento.
           Perform Until Numero1 > 0
               Display "O principal deve ser positivo. Digite o "
                       "principal: "
               Perform Pedir-Operando
               Move WS-OPERANDO To Numero1
           End-Perform.
           Move 'N' To WS-CALC-VALID.
           Perform Until WS-CALC-VALID = 'Y'
               Perform Pedir-Plano
               Move 'Y' To WS-CALC-VALID
               Perform Calcula-Prestacao
               If WS-CALC-VALID NOT = 'Y'
                   Display WS-CALC-MOTIVO
                           " - informe outro plano."
               End-If
           End-Perform.

       Pedir-Plano.
           Move 0 To WS-PARC-QTDE.
           Perform Until WS-PARC-QTDE >= 1
               Display "Numero de parcelas (1 a " WS-PARC-MAXIMO
                       "): "
               Accept WS-ENTRADA-TXT
               Compute Numero2 = Function Numval(WS-ENTRADA-TXT)
               Move Numero2 To WS-PARC-QTDE
               If Numero2 NOT = WS-PARC-QTDE
                       Or WS-PARC-QTDE > WS-PARC-MAXIMO
                   Display "Numero de parcelas invalido."
                   Move 0 To WS-PARC-QTDE
               End-If
           End-Perform.
           Perform Pedir-Taxa.
           Move Space To WS-PARC-METODO.
           Perform Until WS-PARC-METODO = 'P' Or WS-PARC-METODO = 'S'
               Display "Metodo (P = tabela Price, S = SAC): "
               Accept WS-PARC-METODO
               If WS-PARC-METODO = 'p'
                   Move 'P' To WS-PARC-METODO
               End-If
               If WS-PARC-METODO = 's'
                   Move 'S' To WS-PARC-METODO
               End-If
           End-Perform.

      *> The rate's percentage is the interest per installment and
      *> its rounding rule applies to the interest; payments and
      *> amortizations are rounded. The last installment takes
      *> whatever balance is left, so the plan closes at zero.
      *> Calcula-Prestacao has already sized the plan.
       Calculo-Parcelamento.
           Move Numero1 To WS-PARC-SALDO.
           Move 0 To WS-PARC-TOTAL-PAGO.
           Move 0 To WS-PARC-TOTAL-JUROS.
           Move 0 To WS-PARC-PRIMEIRA.
           Perform Grava-Cabecalho-Parcelas.
           Perform Varying WS-PARC-N From 1 By 1
                   Until WS-PARC-N > WS-PARC-QTDE
               Perform Calcula-Parcela
           End-Perform.
           Move WS-PARC-TOTAL-PAGO To WS-PCT-PAGO.
           Move WS-PARC-TOTAL-JUROS To WS-PCT-JUROS.
           Move Numero1 To WS-PCT-AMORTIZACAO.
           Move WS-PC-TOTAL To WS-PC-LINHA.
           Perform Grava-Linha-Parcelas.
           Move Spaces To WS-PC-LINHA.
           Perform Grava-Linha-Parcelas.
           Move WS-PARC-PRIMEIRA To Resultado.

       Calcula-Parcela.
           If WS-RATE-ARRED = 'R'
               Compute WS-PARC-JUROS Rounded =
                   WS-PARC-SALDO * WS-PARC-TAXA
           Else
               Compute WS-PARC-JUROS = WS-PARC-SALDO * WS-PARC-TAXA
           End-If.
           If WS-PARC-N = WS-PARC-QTDE
               Move WS-PARC-SALDO To WS-PARC-AMORTIZACAO
           Else If WS-PARC-METODO = 'P'
               Compute WS-PARC-AMORTIZACAO =
                   WS-PARC-PRESTACAO - WS-PARC-JUROS
           Else
               Move WS-PARC-AMORT-FIXA To WS-PARC-AMORTIZACAO
           End-If.
           Compute WS-PARC-PAGAMENTO =
               WS-PARC-AMORTIZACAO + WS-PARC-JUROS.
           Subtract WS-PARC-AMORTIZACAO From WS-PARC-SALDO.
           If WS-PARC-N = 1
               Move WS-PARC-PAGAMENTO To WS-PARC-PRIMEIRA
           End-If.
           Add WS-PARC-PAGAMENTO To WS-PARC-TOTAL-PAGO.
           Add WS-PARC-JUROS To WS-PARC-TOTAL-JUROS.
           Move WS-PARC-N To WS-PCD-PARCELA.
           Move WS-PARC-PAGAMENTO To WS-PCD-PAGAMENTO.
           Move WS-PARC-JUROS To WS-PCD-JUROS.
           Move WS-PARC-AMORTIZACAO To WS-PCD-AMORTIZACAO.
           Move WS-PARC-SALDO To WS-PCD-SALDO.
           Move WS-PC-DETALHE To WS-PC-LINHA.
           Perform Grava-Linha-Parcelas.

      *> The print file holds every plan of the session or batch,
      *> one after the other.
       Grava-Cabecalho-Parcelas.
           If WS-PARCELAS-ABERTO NOT = 'Y'
               Open Output Parcelas-File
               Move 'Y' To WS-PARCELAS-ABERTO
           End-If.
           Move Spaces To WS-PC-LINHA.
           If WS-PARC-METODO = 'P'
               Move 'PLANO DE PARCELAMENTO - TABELA PRICE'
                   To WS-PC-LINHA
           Else
               Move 'PLANO DE PARCELAMENTO - SAC'
                   To WS-PC-LINHA
           End-If.
           Perform Grava-Linha-Parcelas.
           Move Numero1 To WS-PC-VALOR-ED.
           Move WS-PARC-QTDE To WS-PC-QTDE-ED.
           Move WS-RATE-PCT To WS-PC-PCT-ED.
           Move Spaces To WS-PC-LINHA.
           String 'PRINCIPAL ' Delimited By Size
                  WS-PC-VALOR-ED Delimited By Size
                  '  PARCELAS ' Delimited By Size
                  WS-PC-QTDE-ED Delimited By Size
                  '  TAXA ' Delimited By Size
                  WS-RATE-CODE Delimited By Space
                  ' ' Delimited By Size
                  WS-PC-PCT-ED Delimited By Size
                  '%/PARCELA EM ' Delimited By Size
                  WS-DATA-CALCULO Delimited By Size
               Into WS-PC-LINHA
           End-String.
           Perform Grava-Linha-Parcelas.
           Move WS-PC-CABECALHO To WS-PC-LINHA.
           Perform Grava-Linha-Parcelas.

       Grava-Linha-Parcelas.
           Write PARCELAS-RECORD From WS-PC-LINHA.
           If WS-BATCH-SWITCH NOT = 'Y'
               Display WS-PC-LINHA
           End-If.

       Move-Datas-Result.
           Move WS-DT-BASE To RES-DATA-BASE.
           If Operacao = "C"
               Move WS-DT-FIM To RES-DATA-FIM
           Else
               Move WS-DT-RESULTADO To RES-DATA-RESULTADO
           End-If.
           If Operacao = "V"
               Move WS-DT-PRAZO To RES-PRAZO
           End-If.

      *> WS-DT-TXT (AAAAMMDD) through ValidaDataFiscal into
      *> WS-DT-VALIDA.
       Valida-Data.
           If WS-DT-TXT Is Numeric
               Move WS-DT-TXT(1:4) To WS-DU-ANO
               Move WS-DT-TXT(5:2) To WS-DU-MES
               Move WS-DT-TXT(7:2) To WS-DU-DIA
               Call 'ValidaDataFiscal' Using WS-DU-ANO
                   WS-DU-MES WS-DU-DIA WS-DT-VALIDA
           Else
               Move 'N' To WS-DT-VALIDA
           End-If.

      *> "28 DDL" (calendar days) or "10 DU" (business days): the
      *> number into WS-DU-N, the kind into WS-PRAZO-TIPO and
      *> WS-PRAZO-OK = 'Y' when both make sense.
       Interpreta-Prazo.
           Move 'N' To WS-PRAZO-OK.
           Move Spaces To WS-PRAZO-DIAS-TXT.
           Move Spaces To WS-PRAZO-TIPO.
           Move 0 To WS-PRAZO-LEN.
           Move Function Upper-Case(WS-DT-PRAZO) To WS-DT-PRAZO.
           Unstring WS-DT-PRAZO Delimited By All Space
               Into WS-PRAZO-DIAS-TXT Count In WS-PRAZO-LEN
                    WS-PRAZO-TIPO
           End-Unstring.
           If WS-PRAZO-LEN > 0 And WS-PRAZO-LEN < 5
               If WS-PRAZO-DIAS-TXT(1:WS-PRAZO-LEN) Is Numeric
                       And (WS-PRAZO-TIPO = 'DDL'
                            Or WS-PRAZO-TIPO = 'DU')
                   Compute WS-DU-N =
                       Function Numval(WS-PRAZO-DIAS-TXT)
                   Move 'Y' To WS-PRAZO-OK
               End-If
           End-If.
           If WS-PRAZO-OK = 'Y' And WS-PRAZO-TIPO = 'DU'
                   And WS-DU-N > WS-DU-MAXIMO
               Move 'N' To WS-PRAZO-OK
           End-If.

      *> A batch date request: a valid base date (blank is the
      *> calculation date), a whole number of business days for
      *> 'D', a valid final date for 'C', a term for 'V'.
       Valida-Datas.
           If REQ-DATA-BASE = Space
               Move WS-DATA-CALCULO To WS-DT-BASE
           Else
               Move REQ-DATA-BASE To WS-DT-TXT
               Perform Valida-Data
               If WS-DT-VALIDA = 'Y'
                   Move REQ-DATA-BASE To WS-DT-BASE
               Else
                   Move 'N' To WS-CALC-VALID
                   Move 'Data base invalida' To WS-CALC-MOTIVO
               End-If
           End-If.
           If WS-CALC-VALID = 'Y'
               Evaluate Operacao
                   When "D"
                       Move Numero1 To WS-DU-N
                       If Numero1 NOT = WS-DU-N
                               Or WS-DU-N > WS-DU-MAXIMO
                               Or WS-DU-N < 0 - WS-DU-MAXIMO
                           Move 'N' To WS-CALC-VALID
                           Move 'Dias uteis invalidos'
                               To WS-CALC-MOTIVO
                       End-If
                   When "C"
                       Move REQ-DATA-FIM To WS-DT-TXT
                       Perform Valida-Data
                       If WS-DT-VALIDA = 'Y'
                           Move REQ-DATA-FIM To WS-DT-FIM
                       Else
                           Move 'N' To WS-CALC-VALID
                           Move 'Data final invalida'
                               To WS-CALC-MOTIVO
                       End-If
                   When Other
                       Perform Interpreta-Prazo
                       If WS-PRAZO-OK NOT = 'Y'
                           Move 'N' To WS-CALC-VALID
                           Move 'Prazo invalido' To WS-CALC-MOTIVO
                       End-If
               End-Evaluate
           End-If.

       Pedir-Datas.
           Display "Data base (AAAAMMDD, vazio = " WS-DATA-CALCULO
                   "): ".
           Move 'N' To WS-DT-VALIDA.
           Perform Until WS-DT-VALIDA = 'Y'
               Accept WS-DT-TXT
               If WS-DT-TXT = Space
                   Move WS-DATA-CALCULO To WS-DT-TXT
               End-If
               Perform Valida-Data
               If WS-DT-VALIDA NOT = 'Y'
                   Display "Data invalida. Digite AAAAMMDD: "
               End-If
           End-Perform.
           Move WS-DT-TXT To WS-DT-BASE.
           Evaluate Operacao
               When "D"
                   Move Numero1 To WS-DU-N
                   Perform Until Numero1 = WS-DU-N
                           And WS-DU-N NOT > WS-DU-MAXIMO
                           And WS-DU-N NOT < 0 - WS-DU-MAXIMO
                       Display "Dias uteis: numero inteiro ate "
                               WS-DU-MAXIMO " (negativo = para "
                               "tras). Digite os dias: "
                       Perform Pedir-Operando
                       Move WS-OPERANDO To Numero1
                       Move Numero1 To WS-DU-N
                   End-Perform
               When "C"
                   Move 0 To Numero1
                   Display "Data final (AAAAMMDD): "
                   Move 'N' To WS-DT-VALIDA
                   Perform Until WS-DT-VALIDA = 'Y'
                       Accept WS-DT-TXT
                       Perform Valida-Data
                       If WS-DT-VALIDA NOT = 'Y'
                           Display "Data invalida. Digite AAAAMMDD: "
                       End-If
                   End-Perform
                   Move WS-DT-TXT To WS-DT-FIM
               When Other
                   Move 'N' To WS-PRAZO-OK
                   Perform Until WS-PRAZO-OK = 'Y'
                       Display "Prazo (ex.: 28 DDL = dias corridos, "
                               "10 DU = dias uteis): "
                       Accept WS-DT-PRAZO
                       Perform Interpreta-Prazo
                       If WS-PRAZO-OK NOT = 'Y'
                           Display "Prazo invalido."
                       End-If
                   End-Perform
           End-Evaluate.
           Move 0 To Numero2.

      *> Numero1 stays what was keyed ('D') or becomes the term's
      *> day count ('V'); Resultado is set as described in the
      *> history above.
       Calculo-Datas.
           Move WS-DT-BASE To WS-DU-DATA.
           Perform Separa-Data.
           Evaluate Operacao
               When "D"
                   Perform Soma-Dias-Uteis
               When "C"
                   Perform Conta-Dias-Uteis
               When Other
                   Move WS-DU-N To Numero1
                   If WS-PRAZO-TIPO = 'DU'
                       Perform Soma-Dias-Uteis
                   Else
                       Compute WS-DU-INT =
                           Function Integer-Of-Date(WS-DT-BASE)
                           + WS-DU-N
                       Compute WS-DU-DATA =
                           Function Date-Of-Integer(WS-DU-INT)
                       Perform Separa-Data
                       Move 'U' To WS-DU-FUNCAO
                       Call 'CalendarioFiscal' Using WS-DU-FUNCAO
                           WS-DU-ANO WS-DU-MES WS-DU-DIA WS-DU-UTIL
                       If WS-DU-UTIL NOT = 'Y'
                           Move 'P' To WS-DU-FUNCAO
                           Call 'CalendarioFiscal' Using WS-DU-FUNCAO
                               WS-DU-ANO WS-DU-MES WS-DU-DIA
                               WS-DU-UTIL
                       End-If
                   End-If
           End-Evaluate.
           If Operacao NOT = "C"
               Compute WS-DT-RESULTADO =
                   WS-DU-ANO * 10000 + WS-DU-MES * 100 + WS-DU-DIA
               Compute Resultado =
                   Function Integer-Of-Date(WS-DT-RESULTADO)
                   - Function Integer-Of-Date(WS-DT-BASE)
           End-If.

       Separa-Data.
           Move WS-DU-DATA(1:4) To WS-DU-ANO.
           Move WS-DU-DATA(5:2) To WS-DU-MES.
           Move WS-DU-DATA(7:2) To WS-DU-DIA.

      *> Each CalendarioFiscal 'P' / 'A' call moves to the next /
      *> previous business day, so N calls are N business days.
       Soma-Dias-Uteis.
           If WS-DU-N < 0
               Move 'A' To WS-DU-FUNCAO
               Compute WS-DU-PASSOS = 0 - WS-DU-N
           Else
               Move 'P' To WS-DU-FUNCAO
               Move WS-DU-N To WS-DU-PASSOS
           End-If.
           Perform WS-DU-PASSOS Times
               Call 'CalendarioFiscal' Using WS-DU-FUNCAO
                   WS-DU-ANO WS-DU-MES WS-DU-DIA WS-DU-UTIL
           End-Perform.

      *> Business days after the earlier date up to and including
      *> the later one, negative when the final date comes first -
      *> so counting from a date to "date + N business days" gives
      *> back N.
       Conta-Dias-Uteis.
           Move 0 To WS-DU-CONTAGEM.
           If WS-DT-FIM < WS-DT-BASE
               Move WS-DT-FIM To WS-DU-DATA
               Move WS-DT-BASE To WS-DU-LIMITE
           Else
               Move WS-DT-BASE To WS-DU-DATA
               Move WS-DT-FIM To WS-DU-LIMITE
           End-If.
           Perform Separa-Data.
           Move 'P' To WS-DU-FUNCAO.
           Perform Until WS-DU-DATA > WS-DU-LIMITE
               Call 'CalendarioFiscal' Using WS-DU-FUNCAO
                   WS-DU-ANO WS-DU-MES WS-DU-DIA WS-DU-UTIL
               Compute WS-DU-DATA =
                   WS-DU-ANO * 10000 + WS-DU-MES * 100 + WS-DU-DIA
               If WS-DU-DATA NOT > WS-DU-LIMITE
                   Add 1 To WS-DU-CONTAGEM
               End-If
           End-Perform.
           If WS-DT-FIM < WS-DT-BASE
               Compute WS-DU-CONTAGEM = 0 - WS-DU-CONTAGEM
           End-If.
           Move WS-DU-CONTAGEM To Resultado.
           Move WS-DT-FIM To WS-DT-RESULTADO.
