      *>             extract path and ManutencaoNumeros' data entry
      *>             call this routine, so a rule change takes effect
      *>             everywhere the same day.
      *> 2026-10-15  The checks themselves moved, unchanged, to the
      *>             shared AvaliaRegrasNumero routine, which takes the
      *>             rules file by name so a staged candidate rules file
      *>             can be judged by the same code; this routine keeps
      *>             its interface and passes it
      *>             validanumerosaida.rules. Every caller behaves as
      *>             before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-REGRAS-NAME        PIC X(60)
           VALUE 'validanumerosaida.rules'.
       01  WS-REGRA              PIC 9(2).

       LINKAGE SECTION.
       01  LK-NUMERO             PIC 9(10).

       PROCEDURE DIVISION USING LK-NUMERO LK-NUMERO-VALIDO LK-MOTIVO.
       MAIN-LOGIC.
           CALL 'AvaliaRegrasNumero' USING WS-REGRAS-NAME LK-NUMERO
               LK-NUMERO-VALIDO LK-MOTIVO WS-REGRA
           GOBACK.
