       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgendaEntrega.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Delivery date of a consumer's
      *>             period: given the frequency in the consumer
      *>             registry (CONSREC WS-CR-FREQUENCIA and
      *>             WS-CR-DIA-SEMANA) and a run date (AAAAMMDD), it
      *>             returns the first delivery date on or after that
      *>             run, so RoteiaSaida knows when an accumulated
      *>             period is due and RelatorioAcumulado can show it.
      *>             Daily (or an unknown frequency) is the run date
      *>             itself. Weekly is the chosen weekday of the run's
      *>             week (segunda to domingo); a month-end consumer's
      *>             date is the last business day of the run's month.
      *>             A weekly date that is not a business day moves back
      *>             to the business day before it, both resolved
      *>             through CalendarioFiscal; when that date is already
      *>             behind the run the next week's (or month's) is
      *>             returned. A weekly consumer without a valid
      *>             weekday is treated as daily, so nothing is held
      *>             back on a registry slip.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATA               PIC 9(8).
       01  WS-DATA-R REDEFINES WS-DATA.
           05  WS-DT-ANO         PIC 9(4).
           05  WS-DT-MES         PIC 9(2).
           05  WS-DT-DIA         PIC 9(2).
       01  WS-ENTREGA            PIC 9(8).
       01  WS-ENTREGA-R REDEFINES WS-ENTREGA.
           05  WS-EN-ANO         PIC 9(4).
           05  WS-EN-MES         PIC 9(2).
           05  WS-EN-DIA         PIC 9(2).
       01  WS-DIA-NUM            PIC S9(9) COMP.
       01  WS-ALVO-NUM           PIC S9(9) COMP.
       01  WS-DIA-SEMANA         PIC 9(1).
       01  WS-SEMANA-ALVO        PIC 9(1).
       01  WS-ANO                PIC 9(4).
       01  WS-MES                PIC 9(2).
       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-RESULTADO      PIC X.

       LINKAGE SECTION.
       01  LK-FREQUENCIA         PIC X.
       01  LK-DIA-SEMANA         PIC X.
       01  LK-DATA               PIC X(8).
       01  LK-ENTREGA            PIC X(8).

       PROCEDURE DIVISION USING LK-FREQUENCIA LK-DIA-SEMANA LK-DATA
           LK-ENTREGA.
       MAIN-LOGIC.
           MOVE LK-DATA TO LK-ENTREGA
           IF LK-DATA IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-DATA TO WS-DATA
           EVALUATE TRUE
               WHEN LK-FREQUENCIA = 'S'
                       AND LK-DIA-SEMANA >= '1'
                       AND LK-DIA-SEMANA <= '7'
                   MOVE LK-DIA-SEMANA TO WS-SEMANA-ALVO
                   PERFORM ENTREGA-SEMANAL
               WHEN LK-FREQUENCIA = 'M'
                   PERFORM ENTREGA-MENSAL
               WHEN OTHER
                   MOVE WS-DATA TO WS-ENTREGA
           END-EVALUATE
           MOVE WS-ENTREGA TO LK-ENTREGA
           GOBACK.

      *> Same weekday convention as CalendarioFiscal: day 1 of
      *> INTEGER-OF-DATE is a Monday, so mod 7 gives 1=segunda ..
      *> 6=sabado and 0, taken here as 7, domingo.
       ENTREGA-SEMANAL.
           COMPUTE WS-DIA-NUM = FUNCTION INTEGER-OF-DATE(WS-DATA)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-NUM 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           COMPUTE WS-ALVO-NUM =
               WS-DIA-NUM - WS-DIA-SEMANA + WS-SEMANA-ALVO
           MOVE 0 TO WS-ENTREGA
           PERFORM UNTIL WS-ENTREGA >= WS-DATA
               MOVE FUNCTION DATE-OF-INTEGER(WS-ALVO-NUM)
                   TO WS-ENTREGA
               MOVE 'U' TO WS-CAL-FUNCAO
               CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO WS-EN-ANO
                   WS-EN-MES WS-EN-DIA WS-CAL-RESULTADO
               IF WS-CAL-RESULTADO NOT = 'Y'
                   MOVE 'A' TO WS-CAL-FUNCAO
                   CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO
                       WS-EN-ANO WS-EN-MES WS-EN-DIA
                       WS-CAL-RESULTADO
               END-IF
               ADD 7 TO WS-ALVO-NUM
           END-PERFORM.

      *> The last business day of a month is the first of the next
      *> month rolled back by CalendarioFiscal.
       ENTREGA-MENSAL.
           MOVE WS-DT-ANO TO WS-ANO
           MOVE WS-DT-MES TO WS-MES
           MOVE 0 TO WS-ENTREGA
           PERFORM UNTIL WS-ENTREGA >= WS-DATA
               ADD 1 TO WS-MES
               IF WS-MES > 12
                   MOVE 1 TO WS-MES
                   ADD 1 TO WS-ANO
               END-IF
               MOVE WS-ANO TO WS-EN-ANO
               MOVE WS-MES TO WS-EN-MES
               MOVE 1 TO WS-EN-DIA
               MOVE 'A' TO WS-CAL-FUNCAO
               CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO WS-EN-ANO
                   WS-EN-MES WS-EN-DIA WS-CAL-RESULTADO
           END-PERFORM.
