       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocalizaArquivoMorto.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Shared lookup of the months that
      *>             RotacionaLogs moved out of an operational file.
      *>             Given the live file's name and a month range
      *>             (AAAAMM to AAAAMM), returns the n-th archive file
      *>             that holds one of those months, from the
      *>             rotation catalog (rotacao.cat, shared ROTACREC
      *>             layout) - a reader walks n = 1, 2, ... until
      *>             LK-ACHOU comes back N and reads each archive
      *>             after its live file. An archive appended to by
      *>             more than one rotation is returned once. The
      *>             catalog is loaded on the first call and held
      *>             for the run, like the periods table.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO 'rotacao.cat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD       PIC X(136).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-STATUS    PIC X(2).
       01  WS-CATALOGO-LOADED    PIC X     VALUE 'N'.
       01  WS-CATALOGO-EOF       PIC X     VALUE 'N'.
       01  WS-CAT-COUNT          PIC 9(4)  VALUE 0.
       01  WS-CAT-MAXIMO         PIC 9(4)  VALUE 2000.
       01  WS-CAT-TABELA.
           05  WS-CAT-ENTRADA    OCCURS 2000 TIMES.
               10  WS-CT-ORIGEM      PIC X(30).
               10  WS-CT-MES         PIC X(6).
               10  WS-CT-ARQUIVO     PIC X(60).
       01  WS-I                  PIC 9(4).
       01  WS-J                  PIC 9(4).
       01  WS-VISTOS             PIC 9(3).
       01  WS-REPETIDO           PIC X.

       COPY ROTACREC.

       LINKAGE SECTION.
       01  LK-ORIGEM             PIC X(30).
       01  LK-MES-DE             PIC X(6).
       01  LK-MES-ATE            PIC X(6).
       01  LK-INDICE             PIC 9(3).
       01  LK-ARQUIVO            PIC X(60).
       01  LK-ACHOU              PIC X.

       PROCEDURE DIVISION USING LK-ORIGEM LK-MES-DE LK-MES-ATE
               LK-INDICE LK-ARQUIVO LK-ACHOU.
       MAIN-LOGIC.
           IF WS-CATALOGO-LOADED NOT = 'Y'
               PERFORM LOAD-CATALOGO
           END-IF
           MOVE 'N' TO LK-ACHOU
           MOVE SPACE TO LK-ARQUIVO
           MOVE 0 TO WS-VISTOS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAT-COUNT OR LK-ACHOU = 'Y'
               IF WS-CT-ORIGEM(WS-I) = LK-ORIGEM
                       AND WS-CT-MES(WS-I) >= LK-MES-DE
                       AND WS-CT-MES(WS-I) <= LK-MES-ATE
                   PERFORM VERIFICA-REPETIDO
                   IF WS-REPETIDO = 'N'
                       ADD 1 TO WS-VISTOS
                       IF WS-VISTOS = LK-INDICE
                           MOVE WS-CT-ARQUIVO(WS-I) TO LK-ARQUIVO
                           MOVE 'Y' TO LK-ACHOU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

      *> An earlier qualifying line naming the same archive file
      *> was already counted.
       VERIFICA-REPETIDO.
           MOVE 'N' TO WS-REPETIDO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-I OR WS-REPETIDO = 'Y'
               IF WS-CT-ORIGEM(WS-J) = LK-ORIGEM
                       AND WS-CT-MES(WS-J) >= LK-MES-DE
                       AND WS-CT-MES(WS-J) <= LK-MES-ATE
                       AND WS-CT-ARQUIVO(WS-J) = WS-CT-ARQUIVO(WS-I)
                   MOVE 'Y' TO WS-REPETIDO
               END-IF
           END-PERFORM.

       LOAD-CATALOGO.
           MOVE 'Y' TO WS-CATALOGO-LOADED
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = '00'
               MOVE 'Y' TO WS-CATALOGO-EOF
           END-IF
           PERFORM UNTIL WS-CATALOGO-EOF = 'Y'
               READ CATALOGO-FILE
                   AT END
                       MOVE 'Y' TO WS-CATALOGO-EOF
                   NOT AT END
                       PERFORM GUARDA-CATALOGO
               END-READ
           END-PERFORM
           IF WS-CATALOGO-STATUS NOT = '35'
               CLOSE CATALOGO-FILE
           END-IF.

       GUARDA-CATALOGO.
           MOVE CATALOGO-RECORD TO WS-ROT-CATALOGO
           IF WS-RC-ORIGEM NOT = SPACE
               IF WS-CAT-COUNT >= WS-CAT-MAXIMO
                   DISPLAY 'LocalizaArquivoMorto: mais de '
                           WS-CAT-MAXIMO ' arquivos no catalogo - '
                           'excedente ignorado.'
                   MOVE 'Y' TO WS-CATALOGO-EOF
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-RC-ORIGEM TO WS-CT-ORIGEM(WS-CAT-COUNT)
                   MOVE WS-RC-MES TO WS-CT-MES(WS-CAT-COUNT)
                   MOVE WS-RC-ARQUIVO TO WS-CT-ARQUIVO(WS-CAT-COUNT)
               END-IF
           END-IF.
