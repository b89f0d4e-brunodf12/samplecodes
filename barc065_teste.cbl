       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvaliaRegrasNumero.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. The numero validation that lived
      *>             in ValidaNumeroSaida - the built-in zero and
      *>             all-digits-equal checks, then the B/M/F rules -
      *>             moved here unchanged, but against a rules file
      *>             named by the caller, so the candidate rules a
      *>             change is staged in are judged by exactly the
      *>             same code as the rules in force.
      *>             ValidaNumeroSaida now calls this with
      *>             validanumerosaida.rules; SimulaRegrasValidacao
      *>             calls it with both. Up to two rules files are
      *>             loaded, each on its first call, and held for the
      *>             run. Besides the verdict and reason, LK-REGRA
      *>             tells which rule decided: 0 for a built-in check
      *>             (or an accepted numero), the rule's position
      *>             among the file's B/M/F lines, or 99 when the
      *>             numero is outside every F range.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO WS-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD          PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-WORK-NUMERO        PIC 9(10).
       01  WS-FIRST-DIGIT        PIC 9.
       01  WS-DIGIT              PIC 9.
       01  WS-ALL-SAME-FLAG      PIC X     VALUE 'Y'.
       01  WS-I                  PIC 9(2).

       01  WS-RULES-STATUS       PIC X(2).
       01  WS-RULES-NAME         PIC X(60).
       01  WS-RULES-EOF          PIC X     VALUE 'N'.
       01  WS-REGRA-MAXIMO       PIC 9(2)  VALUE 50.
       01  WS-FAIXA-PADRAO       PIC X(40) VALUE
               'FORA DAS FAIXAS PERMITIDAS'.
       01  WS-REGRA-SEM-FAIXA    PIC 9(2)  VALUE 99.

      *> One slot per rules file seen in the run.
       01  WS-CONJ-COUNT         PIC 9     VALUE 0.
       01  WS-CONJ-MAXIMO        PIC 9     VALUE 2.
       01  WS-CONJ-TABELA.
           05  WS-CONJ-ENTRADA   OCCURS 2 TIMES.
               10  WS-CJ-NOME        PIC X(60).
               10  WS-CJ-REGRA-COUNT PIC 9(2).
               10  WS-CJ-TEM-FAIXA   PIC X.
               10  WS-CJ-FAIXA-MOTIVO PIC X(40).
               10  WS-CJ-REGRA       OCCURS 50 TIMES.
                   15  WS-RG-TIPO        PIC X(1).
                   15  WS-RG-VALOR1      PIC 9(10).
                   15  WS-RG-VALOR2      PIC 9(10).
                   15  WS-RG-MOTIVO      PIC X(40).
       01  WS-C                  PIC 9.
       01  WS-CONJ-ACHOU         PIC X.
       01  WS-DENTRO-FAIXA       PIC X.
       01  WS-DIGITOS            PIC 9(2).
       01  WS-R                  PIC 9(2).

       COPY REGRAREC.

       LINKAGE SECTION.
       01  LK-REGRAS-NAME        PIC X(60).
       01  LK-NUMERO             PIC 9(10).
       01  LK-NUMERO-VALIDO      PIC X.
       01  LK-MOTIVO             PIC X(40).
       01  LK-REGRA              PIC 9(2).

       PROCEDURE DIVISION USING LK-REGRAS-NAME LK-NUMERO
               LK-NUMERO-VALIDO LK-MOTIVO LK-REGRA.
       MAIN-LOGIC.
           PERFORM LOCALIZA-CONJUNTO
           MOVE 'Y' TO LK-NUMERO-VALIDO
           MOVE SPACE TO LK-MOTIVO
           MOVE 0 TO LK-REGRA
           IF LK-NUMERO = 0
               MOVE 'N' TO LK-NUMERO-VALIDO
               MOVE 'NUMERO ZERO' TO LK-MOTIVO
           ELSE
               PERFORM CHECK-REPEATED-DIGITS
               IF WS-ALL-SAME-FLAG = 'Y'
                   MOVE 'N' TO LK-NUMERO-VALIDO
                   MOVE 'TODOS OS DIGITOS IGUAIS' TO LK-MOTIVO
               ELSE
                   IF WS-C > 0
                       PERFORM CHECK-RULE-TABLE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *> A third distinct file in one run is refused rather than
      *> evicting a set a caller is still comparing against; the
      *> numero is then held to the built-in checks only.
       LOCALIZA-CONJUNTO.
           MOVE 'N' TO WS-CONJ-ACHOU
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CONJ-COUNT OR WS-CONJ-ACHOU = 'Y'
               IF WS-CJ-NOME(WS-C) = LK-REGRAS-NAME
                   MOVE 'Y' TO WS-CONJ-ACHOU
               END-IF
           END-PERFORM
           IF WS-CONJ-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-C
           ELSE
               IF WS-CONJ-COUNT >= WS-CONJ-MAXIMO
                   DISPLAY 'AvaliaRegrasNumero: mais de '
                           WS-CONJ-MAXIMO ' arquivos de regras - '
                           FUNCTION TRIM(LK-REGRAS-NAME)
                           ' ignorado.'
                   MOVE 0 TO WS-C
               ELSE
                   ADD 1 TO WS-CONJ-COUNT
                   MOVE WS-CONJ-COUNT TO WS-C
                   PERFORM LOAD-RULES
               END-IF
           END-IF.

       CHECK-REPEATED-DIGITS.
           MOVE LK-NUMERO TO WS-WORK-NUMERO
           MOVE 'Y' TO WS-ALL-SAME-FLAG
           DIVIDE WS-WORK-NUMERO BY 10 GIVING WS-WORK-NUMERO
               REMAINDER WS-FIRST-DIGIT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               DIVIDE WS-WORK-NUMERO BY 10 GIVING WS-WORK-NUMERO
                   REMAINDER WS-DIGIT
               IF WS-DIGIT NOT = WS-FIRST-DIGIT
                   MOVE 'N' TO WS-ALL-SAME-FLAG
               END-IF
           END-PERFORM.

       LOAD-RULES.
           MOVE LK-REGRAS-NAME TO WS-CJ-NOME(WS-C)
           MOVE 0 TO WS-CJ-REGRA-COUNT(WS-C)
           MOVE 'N' TO WS-CJ-TEM-FAIXA(WS-C)
           MOVE WS-FAIXA-PADRAO TO WS-CJ-FAIXA-MOTIVO(WS-C)
           MOVE LK-REGRAS-NAME TO WS-RULES-NAME
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               MOVE 'Y' TO WS-RULES-EOF
           END-IF
           PERFORM UNTIL WS-RULES-EOF = 'Y'
               READ RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-RULES-EOF
                   NOT AT END
                       MOVE RULES-RECORD TO WS-REGRA-REG
                       PERFORM GUARDA-REGRA
               END-READ
           END-PERFORM
           IF WS-RULES-STATUS NOT = '35'
               CLOSE RULES-FILE
           END-IF.

       GUARDA-REGRA.
           IF WS-RGR-TIPO = 'B' OR WS-RGR-TIPO = 'M'
                   OR WS-RGR-TIPO = 'F'
               IF WS-CJ-REGRA-COUNT(WS-C) >= WS-REGRA-MAXIMO
                   DISPLAY 'AvaliaRegrasNumero: mais de '
                           WS-REGRA-MAXIMO ' regras em '
                           FUNCTION TRIM(WS-RULES-NAME)
                           ' - excedente ignorado.'
                   MOVE 'Y' TO WS-RULES-EOF
               ELSE
                   ADD 1 TO WS-CJ-REGRA-COUNT(WS-C)
                   MOVE WS-CJ-REGRA-COUNT(WS-C) TO WS-R
                   MOVE WS-RGR-TIPO TO WS-RG-TIPO(WS-C, WS-R)
                   MOVE WS-RGR-VALOR1 TO WS-RG-VALOR1(WS-C, WS-R)
                   IF WS-RGR-VALOR2 = 0
                       MOVE WS-RGR-VALOR1 TO
                           WS-RG-VALOR2(WS-C, WS-R)
                   ELSE
                       MOVE WS-RGR-VALOR2 TO
                           WS-RG-VALOR2(WS-C, WS-R)
                   END-IF
                   MOVE WS-RGR-MOTIVO TO WS-RG-MOTIVO(WS-C, WS-R)
                   IF WS-RGR-TIPO = 'F'
                       MOVE 'Y' TO WS-CJ-TEM-FAIXA(WS-C)
                       IF WS-RGR-MOTIVO NOT = SPACE
                           MOVE WS-RGR-MOTIVO TO
                               WS-CJ-FAIXA-MOTIVO(WS-C)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-RULE-TABLE.
           MOVE 'N' TO WS-DENTRO-FAIXA
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CJ-REGRA-COUNT(WS-C)
                   OR LK-NUMERO-VALIDO = 'N'
               EVALUATE WS-RG-TIPO(WS-C, WS-R)
                   WHEN 'B'
                       IF LK-NUMERO >= WS-RG-VALOR1(WS-C, WS-R)
                           AND LK-NUMERO <= WS-RG-VALOR2(WS-C, WS-R)
                           MOVE 'N' TO LK-NUMERO-VALIDO
                           MOVE WS-RG-MOTIVO(WS-C, WS-R) TO LK-MOTIVO
                           MOVE WS-R TO LK-REGRA
                       END-IF
                   WHEN 'M'
                       PERFORM CONTA-DIGITOS
                       IF WS-DIGITOS < WS-RG-VALOR1(WS-C, WS-R)
                           MOVE 'N' TO LK-NUMERO-VALIDO
                           MOVE WS-RG-MOTIVO(WS-C, WS-R) TO LK-MOTIVO
                           MOVE WS-R TO LK-REGRA
                       END-IF
                   WHEN 'F'
                       IF LK-NUMERO >= WS-RG-VALOR1(WS-C, WS-R)
                           AND LK-NUMERO <= WS-RG-VALOR2(WS-C, WS-R)
                           MOVE 'Y' TO WS-DENTRO-FAIXA
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF LK-NUMERO-VALIDO = 'Y' AND WS-CJ-TEM-FAIXA(WS-C) = 'Y'
                   AND WS-DENTRO-FAIXA = 'N'
               MOVE 'N' TO LK-NUMERO-VALIDO
               MOVE WS-CJ-FAIXA-MOTIVO(WS-C) TO LK-MOTIVO
               MOVE WS-REGRA-SEM-FAIXA TO LK-REGRA
           END-IF.

       CONTA-DIGITOS.
           MOVE 0 TO WS-DIGITOS
           MOVE LK-NUMERO TO WS-WORK-NUMERO
           PERFORM UNTIL WS-WORK-NUMERO = 0
               ADD 1 TO WS-DIGITOS
               DIVIDE WS-WORK-NUMERO BY 10 GIVING WS-WORK-NUMERO
           END-PERFORM.
