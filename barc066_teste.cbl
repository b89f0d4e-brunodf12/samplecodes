       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SimulaRegrasValidacao.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Impact simulation of a staged
      *>             change to validanumerosaida.rules before it
      *>             reaches the extract, ManutencaoNumeros and the
      *>             supplier intake - all of which pick the rules up
      *>             the same night. Every numero in compras.numeros,
      *>             and every row of the latest NUMEROS_HIST run
      *>             (retraction rows aside), is judged by the rules
      *>             in force and by the candidate (REGRAS_CANDIDATA,
      *>             default validanumerosaida.candidata) through the
      *>             same AvaliaRegrasNumero routine. regras_simulacao
      *>             .rpt lists, per candidate rule, the rows it newly
      *>             rejects and, per current rule, the rows the
      *>             candidate newly accepts - counted for the table
      *>             and the latest run apart, with up to
      *>             REGRAS_AMOSTRAS sample numeros (default 5) - plus
      *>             the rows still rejected but for another reason.
      *>             The candidate as simulated is kept in
      *>             validanumerosaida.simulada and the totals in
      *>             regras_simulacao.dat (shared SIMREGREC layout):
      *>             PromoveRegrasValidacao promotes only that exact
      *>             file. Ends with return code 4 when the candidate
      *>             would newly reject anything.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO WS-REGRAS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRAS-STATUS.

           SELECT SIMULADA-FILE ASSIGN TO 'validanumerosaida.simulada'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULADA-STATUS.

           SELECT SIMULACAO-FILE ASSIGN TO 'regras_simulacao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULACAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO 'regras_simulacao.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
       01  REGRAS-RECORD         PIC X(64).

       FD  SIMULADA-FILE.
       01  SIMULADA-RECORD       PIC X(64).

       FD  SIMULACAO-FILE.
       01  SIMULACAO-RECORD      PIC X(155).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-REGRAS-STATUS      PIC X(2).
       01  WS-SIMULADA-STATUS    PIC X(2).
       01  WS-SIMULACAO-STATUS   PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-REGRAS-NAME        PIC X(60).
       01  WS-ATUAL-NAME         PIC X(60)
           VALUE 'validanumerosaida.rules'.
       01  WS-CANDIDATA-NAME     PIC X(60)
           VALUE 'validanumerosaida.candidata'.
       01  WS-AMOSTRAS-TXT       PIC X(2).
       01  WS-AMOSTRAS           PIC 9(2)  VALUE 5.
       01  WS-AMOSTRAS-MAXIMO    PIC 9(2)  VALUE 10.

      *> Rule lines of each file in the order AvaliaRegrasNumero
      *> numbers them (B/M/F lines only), for the report.
       01  WS-LIDAS              PIC 9(2).
       01  WS-REGRA-MAXIMO       PIC 9(2)  VALUE 50.
       01  WS-ATU-COUNT          PIC 9(2)  VALUE 0.
       01  WS-CAN-COUNT          PIC 9(2)  VALUE 0.
       01  WS-ATU-LINHAS-TABELA.
           05  WS-ATU-LINHA      PIC X(64) OCCURS 50 TIMES.
       01  WS-CAN-LINHAS-TABELA.
           05  WS-CAN-LINHA      PIC X(64) OCCURS 50 TIMES.

      *> Per rule (51 = outside every F range): rows whose verdict
      *> the rule changes, for the table and for the latest run,
      *> and the first sample numeros. Candidate rules count the
      *> rows they newly reject, current rules the rows the
      *> candidate newly accepts.
       01  WS-FAIXA-SLOT         PIC 9(2)  VALUE 51.
       01  WS-CAN-ESTAT.
           05  WS-CE-ENTRADA     OCCURS 51 TIMES.
               10  WS-CE-TAB         PIC 9(9).
               10  WS-CE-HIST        PIC 9(9).
               10  WS-CE-AMOSTRA-COUNT PIC 9(2).
               10  WS-CE-AMOSTRA     PIC 9(10) OCCURS 10 TIMES.
       01  WS-ATU-ESTAT.
           05  WS-AE-ENTRADA     OCCURS 51 TIMES.
               10  WS-AE-TAB         PIC 9(9).
               10  WS-AE-HIST        PIC 9(9).
               10  WS-AE-AMOSTRA-COUNT PIC 9(2).
               10  WS-AE-AMOSTRA     PIC 9(10) OCCURS 10 TIMES.
       01  WS-SLOT               PIC 9(2).
       01  WS-K                  PIC 9(2).

       01  WS-NUMERO             PIC 9(10).
       01  WS-ORIGEM-LINHA       PIC X     VALUE 'T'.
       01  WS-ATU-VALIDO         PIC X.
       01  WS-ATU-MOTIVO         PIC X(40).
       01  WS-ATU-REGRA          PIC 9(2).
       01  WS-CAN-VALIDO         PIC X.
       01  WS-CAN-MOTIVO         PIC X(40).
       01  WS-CAN-REGRA          PIC 9(2).
       01  WS-ULTIMO-RUN         PIC X(8)  VALUE SPACE.

       01  WS-LINHAS-TAB         PIC 9(9)  VALUE 0.
       01  WS-LINHAS-HIST        PIC 9(9)  VALUE 0.
       01  WS-NOVAS-REJ          PIC 9(9)  VALUE 0.
       01  WS-NOVAS-ACE          PIC 9(9)  VALUE 0.
       01  WS-MOTIVO-ALT         PIC 9(9)  VALUE 0.
       01  WS-ALT-LISTADAS       PIC 9(2)  VALUE 0.

       01  WS-LINHA              PIC X(120).
       01  WS-AMOSTRA-TXT        PIC X(11).
       01  WS-PONTEIRO           PIC 9(3).

       COPY REGRAREC.
       COPY SIMREGREC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM READ-RUN-OPTIONS
           MOVE WS-CANDIDATA-NAME TO WS-REGRAS-NAME
           PERFORM CARREGA-REGRAS
           IF WS-REGRAS-STATUS = '35'
               DISPLAY 'Candidata ' FUNCTION TRIM(WS-CANDIDATA-NAME)
                       ' nao encontrada - nada a simular.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ATUAL-NAME TO WS-REGRAS-NAME
           PERFORM CARREGA-REGRAS
           PERFORM INICIALIZA-ESTATISTICAS
           PERFORM CONNECT-DB
           OPEN OUTPUT RELATORIO-FILE
           MOVE 'SIMULACAO DE REGRAS DE VALIDACAO' TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACE TO WS-LINHA
           STRING 'ATUAL: ' DELIMITED BY SIZE
                  WS-ATUAL-NAME DELIMITED BY SPACE
                  '   CANDIDATA: ' DELIMITED BY SIZE
                  WS-CANDIDATA-NAME DELIMITED BY SPACE
               INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           MOVE 'LINHAS COM MOTIVO DE REJEICAO ALTERADO (AMOSTRAS):'
               TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'T' TO WS-ORIGEM-LINHA
           PERFORM AVALIA-TABELA
           PERFORM LOCALIZA-ULTIMO-RUN
           IF WS-ULTIMO-RUN NOT = SPACE
               MOVE 'H' TO WS-ORIGEM-LINHA
               PERFORM AVALIA-ULTIMO-RUN
           END-IF
           PERFORM DISCONNECT-DB
           PERFORM GRAVA-POR-REGRA
           PERFORM GRAVA-TOTAIS
           CLOSE RELATORIO-FILE
           PERFORM GUARDA-SIMULADA
           PERFORM GRAVA-SIMULACAO
           PERFORM PRINT-SUMMARY
           IF WS-NOVAS-REJ > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

       READ-RUN-OPTIONS.
           MOVE 'REGRAS_CANDIDATA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REGRAS-NAME FROM ENVIRONMENT-VALUE
           IF WS-REGRAS-NAME NOT = SPACE
               MOVE WS-REGRAS-NAME TO WS-CANDIDATA-NAME
           END-IF
           MOVE 'REGRAS_AMOSTRAS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AMOSTRAS-TXT FROM ENVIRONMENT-VALUE
           IF WS-AMOSTRAS-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-AMOSTRAS-TXT) > 0
               COMPUTE WS-AMOSTRAS = FUNCTION NUMVAL(WS-AMOSTRAS-TXT)
           END-IF
           IF WS-AMOSTRAS > WS-AMOSTRAS-MAXIMO
               MOVE WS-AMOSTRAS-MAXIMO TO WS-AMOSTRAS
           END-IF.

      *> Same selection AvaliaRegrasNumero applies, so position n
      *> here is rule n there.
       CARREGA-REGRAS.
           MOVE 0 TO WS-LIDAS
           OPEN INPUT REGRAS-FILE
           IF WS-REGRAS-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REGRAS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE REGRAS-RECORD TO WS-REGRA-REG
                       IF (WS-RGR-TIPO = 'B' OR WS-RGR-TIPO = 'M'
                               OR WS-RGR-TIPO = 'F')
                               AND WS-LIDAS < WS-REGRA-MAXIMO
                           ADD 1 TO WS-LIDAS
                           PERFORM GUARDA-LINHA-REGRA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGRAS-STATUS NOT = '35'
               CLOSE REGRAS-FILE
           END-IF
           MOVE 'N' TO EOF.

       GUARDA-LINHA-REGRA.
           IF WS-REGRAS-NAME = WS-CANDIDATA-NAME
               MOVE WS-LIDAS TO WS-CAN-COUNT
               MOVE REGRAS-RECORD TO WS-CAN-LINHA(WS-LIDAS)
           ELSE
               MOVE WS-LIDAS TO WS-ATU-COUNT
               MOVE REGRAS-RECORD TO WS-ATU-LINHA(WS-LIDAS)
           END-IF.

       INICIALIZA-ESTATISTICAS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-FAIXA-SLOT
               MOVE 0 TO WS-CE-TAB(WS-SLOT)
               MOVE 0 TO WS-CE-HIST(WS-SLOT)
               MOVE 0 TO WS-CE-AMOSTRA-COUNT(WS-SLOT)
               MOVE 0 TO WS-AE-TAB(WS-SLOT)
               MOVE 0 TO WS-AE-HIST(WS-SLOT)
               MOVE 0 TO WS-AE-AMOSTRA-COUNT(WS-SLOT)
           END-PERFORM.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       AVALIA-TABELA.
           EXEC SQL
               DECLARE CURSOR-TODOS CURSOR FOR
               SELECT numero FROM numeros
               ORDER BY numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-TODOS
           END-EXEC
           PERFORM UNTIL EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-TODOS INTO :WS-NUMERO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-LINHAS-TAB
                       PERFORM COMPARA-NUMERO
                   WHEN 100
                       MOVE 'Y' TO EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler numeros, SQLCODE: '
                               SQLCODE
                       MOVE 'Y' TO EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-TODOS
           END-EXEC
           MOVE 'N' TO EOF.

       LOCALIZA-ULTIMO-RUN.
           EXEC SQL
               SELECT COALESCE(MAX(run_date), ' ')
                 INTO :WS-ULTIMO-RUN
               FROM NUMEROS_HIST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao localizar o ultimo run, SQLCODE: '
                       SQLCODE
               MOVE SPACE TO WS-ULTIMO-RUN
           END-IF.

      *> What actually went out on the latest run; a retraction
      *> row is not a shipped numero.
       AVALIA-ULTIMO-RUN.
           EXEC SQL
               DECLARE CURSOR-RUN CURSOR FOR
               SELECT numero FROM NUMEROS_HIST
               WHERE run_date = :WS-ULTIMO-RUN
                 AND COALESCE(row_type, 'D') <> 'R'
               ORDER BY numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-RUN
           END-EXEC
           PERFORM UNTIL EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-RUN INTO :WS-NUMERO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-LINHAS-HIST
                       PERFORM COMPARA-NUMERO
                   WHEN 100
                       MOVE 'Y' TO EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler NUMEROS_HIST, SQLCODE: '
                               SQLCODE
                       MOVE 'Y' TO EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-RUN
           END-EXEC
           MOVE 'N' TO EOF.

       COMPARA-NUMERO.
           CALL 'AvaliaRegrasNumero' USING WS-ATUAL-NAME WS-NUMERO
               WS-ATU-VALIDO WS-ATU-MOTIVO WS-ATU-REGRA
           CALL 'AvaliaRegrasNumero' USING WS-CANDIDATA-NAME
               WS-NUMERO WS-CAN-VALIDO WS-CAN-MOTIVO WS-CAN-REGRA
           EVALUATE TRUE
               WHEN WS-ATU-VALIDO = 'Y' AND WS-CAN-VALIDO = 'N'
                   ADD 1 TO WS-NOVAS-REJ
                   MOVE WS-CAN-REGRA TO WS-SLOT
                   PERFORM AJUSTA-SLOT
                   PERFORM CONTA-NOVA-REJEICAO
               WHEN WS-ATU-VALIDO = 'N' AND WS-CAN-VALIDO = 'Y'
                   ADD 1 TO WS-NOVAS-ACE
                   MOVE WS-ATU-REGRA TO WS-SLOT
                   PERFORM AJUSTA-SLOT
                   PERFORM CONTA-NOVA-ACEITACAO
               WHEN WS-ATU-VALIDO = 'N'
                       AND WS-ATU-MOTIVO NOT = WS-CAN-MOTIVO
                   ADD 1 TO WS-MOTIVO-ALT
                   PERFORM LISTA-MOTIVO-ALTERADO
           END-EVALUATE.

      *> Rule 99 from the routine (outside every F range) is kept
      *> in the last slot; a built-in check (0) never differs
      *> between the two sets.
       AJUSTA-SLOT.
           IF WS-SLOT = 99 OR WS-SLOT = 0
               MOVE WS-FAIXA-SLOT TO WS-SLOT
           END-IF.

       CONTA-NOVA-REJEICAO.
           IF WS-ORIGEM-LINHA = 'T'
               ADD 1 TO WS-CE-TAB(WS-SLOT)
           ELSE
               ADD 1 TO WS-CE-HIST(WS-SLOT)
           END-IF
           IF WS-CE-AMOSTRA-COUNT(WS-SLOT) < WS-AMOSTRAS
               ADD 1 TO WS-CE-AMOSTRA-COUNT(WS-SLOT)
               MOVE WS-CE-AMOSTRA-COUNT(WS-SLOT) TO WS-K
               MOVE WS-NUMERO TO WS-CE-AMOSTRA(WS-SLOT, WS-K)
           END-IF.

       CONTA-NOVA-ACEITACAO.
           IF WS-ORIGEM-LINHA = 'T'
               ADD 1 TO WS-AE-TAB(WS-SLOT)
           ELSE
               ADD 1 TO WS-AE-HIST(WS-SLOT)
           END-IF
           IF WS-AE-AMOSTRA-COUNT(WS-SLOT) < WS-AMOSTRAS
               ADD 1 TO WS-AE-AMOSTRA-COUNT(WS-SLOT)
               MOVE WS-AE-AMOSTRA-COUNT(WS-SLOT) TO WS-K
               MOVE WS-NUMERO TO WS-AE-AMOSTRA(WS-SLOT, WS-K)
           END-IF.

       LISTA-MOTIVO-ALTERADO.
           IF WS-ALT-LISTADAS < WS-AMOSTRAS
               ADD 1 TO WS-ALT-LISTADAS
               MOVE SPACE TO WS-LINHA
               MOVE WS-NUMERO TO WS-LINHA(3:10)
               MOVE WS-ATU-MOTIVO TO WS-LINHA(15:40)
               MOVE '->' TO WS-LINHA(56:2)
               MOVE WS-CAN-MOTIVO TO WS-LINHA(59:40)
               PERFORM GRAVA-LINHA
           END-IF.

       GRAVA-POR-REGRA.
           MOVE SPACE TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'NOVAS REJEICOES POR REGRA DA CANDIDATA'
               TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACE TO WS-LINHA
           STRING '  (TABELA = COMPRAS.NUMEROS, RUN = ULTIMO RUN EM '
                      DELIMITED BY SIZE
                  WS-ULTIMO-RUN DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-FAIXA-SLOT
               IF WS-SLOT <= WS-CAN-COUNT OR WS-CE-TAB(WS-SLOT) > 0
                       OR WS-CE-HIST(WS-SLOT) > 0
                   IF WS-SLOT = WS-FAIXA-SLOT
                       MOVE SPACE TO WS-REGRA-REG
                       MOVE 'FORA DAS FAIXAS F' TO WS-RGR-MOTIVO
                   ELSE
                       MOVE WS-CAN-LINHA(WS-SLOT) TO WS-REGRA-REG
                   END-IF
                   PERFORM GRAVA-LINHA-REGRA
                   MOVE SPACE TO WS-LINHA
                   STRING '     NOVAS REJEICOES  TABELA: '
                              DELIMITED BY SIZE
                          WS-CE-TAB(WS-SLOT) DELIMITED BY SIZE
                          '  RUN: ' DELIMITED BY SIZE
                          WS-CE-HIST(WS-SLOT) DELIMITED BY SIZE
                       INTO WS-LINHA
                   END-STRING
                   PERFORM GRAVA-LINHA
                   MOVE SPACE TO WS-LINHA
                   MOVE '     AMOSTRAS:' TO WS-LINHA
                   MOVE 16 TO WS-PONTEIRO
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-CE-AMOSTRA-COUNT(WS-SLOT)
                       MOVE WS-CE-AMOSTRA(WS-SLOT, WS-K)
                           TO WS-AMOSTRA-TXT
                       STRING WS-AMOSTRA-TXT DELIMITED BY SIZE
                           INTO WS-LINHA WITH POINTER WS-PONTEIRO
                       END-STRING
                   END-PERFORM
                   IF WS-CE-AMOSTRA-COUNT(WS-SLOT) > 0
                       PERFORM GRAVA-LINHA
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'NOVAS ACEITACOES POR REGRA ATUAL' TO WS-LINHA
           PERFORM GRAVA-LINHA
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-FAIXA-SLOT
               IF WS-SLOT <= WS-ATU-COUNT OR WS-AE-TAB(WS-SLOT) > 0
                       OR WS-AE-HIST(WS-SLOT) > 0
                   IF WS-SLOT = WS-FAIXA-SLOT
                       MOVE SPACE TO WS-REGRA-REG
                       MOVE 'FORA DAS FAIXAS F' TO WS-RGR-MOTIVO
                   ELSE
                       MOVE WS-ATU-LINHA(WS-SLOT) TO WS-REGRA-REG
                   END-IF
                   PERFORM GRAVA-LINHA-REGRA
                   MOVE SPACE TO WS-LINHA
                   STRING '     NOVAS ACEITACOES TABELA: '
                              DELIMITED BY SIZE
                          WS-AE-TAB(WS-SLOT) DELIMITED BY SIZE
                          '  RUN: ' DELIMITED BY SIZE
                          WS-AE-HIST(WS-SLOT) DELIMITED BY SIZE
                       INTO WS-LINHA
                   END-STRING
                   PERFORM GRAVA-LINHA
                   MOVE SPACE TO WS-LINHA
                   MOVE '     AMOSTRAS:' TO WS-LINHA
                   MOVE 16 TO WS-PONTEIRO
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-AE-AMOSTRA-COUNT(WS-SLOT)
                       MOVE WS-AE-AMOSTRA(WS-SLOT, WS-K)
                           TO WS-AMOSTRA-TXT
                       STRING WS-AMOSTRA-TXT DELIMITED BY SIZE
                           INTO WS-LINHA WITH POINTER WS-PONTEIRO
                       END-STRING
                   END-PERFORM
                   IF WS-AE-AMOSTRA-COUNT(WS-SLOT) > 0
                       PERFORM GRAVA-LINHA
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-LINHA-REGRA.
           MOVE SPACE TO WS-LINHA
           MOVE WS-SLOT TO WS-LINHA(3:2)
           IF WS-SLOT = WS-FAIXA-SLOT
               MOVE '--' TO WS-LINHA(3:2)
           END-IF
           MOVE WS-RGR-TIPO TO WS-LINHA(6:1)
           IF WS-RGR-TIPO NOT = SPACE
               MOVE WS-RGR-VALOR1 TO WS-LINHA(8:10)
               MOVE WS-RGR-VALOR2 TO WS-LINHA(19:10)
           END-IF
           MOVE WS-RGR-MOTIVO TO WS-LINHA(30:40)
           PERFORM GRAVA-LINHA.

       GRAVA-TOTAIS.
           MOVE SPACE TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACE TO WS-LINHA
           STRING 'JULGADAS  TABELA: ' DELIMITED BY SIZE
                  WS-LINHAS-TAB DELIMITED BY SIZE
                  '  ULTIMO RUN: ' DELIMITED BY SIZE
                  WS-LINHAS-HIST DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA
           MOVE SPACE TO WS-LINHA
           STRING 'NOVAS REJEICOES: ' DELIMITED BY SIZE
                  WS-NOVAS-REJ DELIMITED BY SIZE
                  '  NOVAS ACEITACOES: ' DELIMITED BY SIZE
                  WS-NOVAS-ACE DELIMITED BY SIZE
                  '  MOTIVO ALTERADO: ' DELIMITED BY SIZE
                  WS-MOTIVO-ALT DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING
           PERFORM GRAVA-LINHA.

      *> The candidate exactly as judged - what promotion will put
      *> in force, and what it checks the staged file against.
       GUARDA-SIMULADA.
           MOVE WS-CANDIDATA-NAME TO WS-REGRAS-NAME
           OPEN INPUT REGRAS-FILE
           OPEN OUTPUT SIMULADA-FILE
           IF WS-REGRAS-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REGRAS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       WRITE SIMULADA-RECORD FROM REGRAS-RECORD
               END-READ
           END-PERFORM
           IF WS-REGRAS-STATUS NOT = '35'
               CLOSE REGRAS-FILE
           END-IF
           CLOSE SIMULADA-FILE
           MOVE 'N' TO EOF.

       GRAVA-SIMULACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-SR-TIMESTAMP
           MOVE WS-USUARIO TO WS-SR-USUARIO
           MOVE WS-CANDIDATA-NAME TO WS-SR-CANDIDATA
           MOVE WS-ULTIMO-RUN TO WS-SR-RUN-DATE
           MOVE WS-LINHAS-TAB TO WS-SR-LINHAS-TAB
           MOVE WS-LINHAS-HIST TO WS-SR-LINHAS-HIST
           MOVE WS-NOVAS-REJ TO WS-SR-NOVAS-REJ
           MOVE WS-NOVAS-ACE TO WS-SR-NOVAS-ACE
           MOVE WS-MOTIVO-ALT TO WS-SR-MOTIVO-ALT
           OPEN OUTPUT SIMULACAO-FILE
           WRITE SIMULACAO-RECORD FROM WS-SIMULACAO-REG
           CLOSE SIMULACAO-FILE.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Simulacao de ' FUNCTION TRIM(WS-CANDIDATA-NAME)
           DISPLAY 'Regras atuais / candidatas : ' WS-ATU-COUNT
                   ' / ' WS-CAN-COUNT
           DISPLAY 'Linhas julgadas (tabela)   : ' WS-LINHAS-TAB
           DISPLAY 'Linhas julgadas (run ' WS-ULTIMO-RUN
                   ') : ' WS-LINHAS-HIST
           DISPLAY 'Novas rejeicoes            : ' WS-NOVAS-REJ
           DISPLAY 'Novas aceitacoes           : ' WS-NOVAS-ACE
           DISPLAY 'Motivo de rejeicao alterado: ' WS-MOTIVO-ALT
           DISPLAY 'Relatorio em regras_simulacao.rpt'
           DISPLAY '========================================'.

       GRAVA-LINHA.
           MOVE WS-LINHA TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
