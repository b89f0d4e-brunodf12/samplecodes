       IDENTIFICATION DIVISION.
       PROGRAM-ID.                AmostraAuditoria.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Random audit sample of a run's
      *>             extract for internal audit, who until now had
      *>             numeros picked by eye from saida.txt. For the
      *>             run date in AMOSTRA_RUNDATE (AAAAMMDD, validated
      *>             through ValidaDataFiscal) it draws AMOSTRA_TAMANHO
      *>             rows (default 30, at most 500) from that run's
      *>             NUMEROS_HIST rows - retractions left out, they
      *>             ship no document to check. The draw is
      *>             reproducible: a multiplicative congruential
      *>             generator (16807 mod 2**31-1) started from
      *>             AMOSTRA_SEMENTE, or from the clock when blank,
      *>             with the seed kept on the sample file; the same
      *>             run date, size and seed always give the same
      *>             lines. An extended run (GERSAIDA_EXT=Y) is
      *>             stratified by fornecedor: every supplier gets at
      *>             least one line when the size allows, the rest is
      *>             spread in proportion to each supplier's rows.
      *>             The sample is kept in amostra_AAAAMMDD.dat and
      *>             printed as a verification worksheet,
      *>             amostra_AAAAMMDD.rpt (numero, fornecedor, valor).
      *>             In the menu style of ManutencaoCalendario the
      *>             auditor records each line as confirmada or
      *>             divergencia with a note, sees the discrepancy
      *>             rate and the lines still unverified, and signs
      *>             the sample off once nothing is pending - after
      *>             that it can no longer change. A run date is
      *>             sampled once only, the file is never rewritten
      *>             by a new draw, and "Conferir sorteio" repeats the
      *>             draw from the kept seed to show the lines were
      *>             not chosen by hand. Drawing, recording and
      *>             signing off are authorized through
      *>             VerificaAutorizacao (funcao AUDITORIA); every
      *>             action is appended to amostras.log with user and
      *>             timestamp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOSTRA-FILE ASSIGN TO WS-AMOSTRA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOSTRA-STATUS.

           SELECT PLANILHA-FILE ASSIGN TO WS-PLANILHA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANILHA-STATUS.

           SELECT AMOSTRA-LOG-FILE ASSIGN TO 'amostras.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOSTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMOSTRA-FILE.
       01  AMOSTRA-RECORD        PIC X(120).

       FD  PLANILHA-FILE.
       01  PLANILHA-RECORD       PIC X(132).

       FD  AMOSTRA-LOG-FILE.
       01  AMOSTRA-LOG-RECORD.
           05  AL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-ACAO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-RUN-DATE           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-SEQ                PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-SITUACAO           PIC X(1).
           05  FILLER                PIC X     VALUE SPACE.
           05  AL-NOTA               PIC X(50).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  EOF                   PIC X     VALUE 'N'.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-AMOSTRA-STATUS     PIC X(2).
       01  WS-PLANILHA-STATUS    PIC X(2).
       01  WS-AMOSTLOG-STATUS    PIC X(2).
       01  WS-AMOSTRA-NAME       PIC X(30).
       01  WS-PLANILHA-NAME      PIC X(30).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-OPCAO              PIC X.
       01  WS-CONTINUE-SWITCH    PIC X     VALUE 'S'.
       01  WS-AUT-FUNCAO         PIC X(12) VALUE 'AUDITORIA'.
       01  WS-AUTORIZADO         PIC X.
       01  WS-CONFIRMA           PIC X.
       01  WS-ENTRADA-OK         PIC X.
       01  WS-LOG-ACAO           PIC X(10).
       01  WS-LOG-SEQ            PIC 9(4).
       01  WS-LOG-SITUACAO       PIC X.
       01  WS-LOG-NOTA           PIC X(50).

       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-ANO            PIC 9(4).
       01  WS-RUN-MES            PIC 9(2).
       01  WS-RUN-DIA            PIC 9(2).
       01  WS-RUN-DATE-VALID     PIC X     VALUE 'Y'.
       01  WS-TAMANHO-TXT        PIC X(4).
       01  WS-TAMANHO            PIC 9(4)  VALUE 30.
       01  WS-TAMANHO-MAXIMO     PIC 9(4)  VALUE 500.
       01  WS-SEMENTE-TXT        PIC X(10).
       01  WS-SEMENTE            PIC 9(10) VALUE 0.
       01  WS-RELOGIO            PIC 9(10).

      *> Park-Miller minimal standard generator: the state runs
      *> through 1 .. 2147483646 and never reaches zero.
       01  WS-LCG-ESTADO         PIC 9(10).
       01  WS-LCG-PRODUTO        PIC 9(15).
       01  WS-LCG-QUOCIENTE      PIC 9(15).
       01  WS-LCG-MODULO         PIC 9(10) VALUE 2147483647.
       01  WS-LCG-MULTIPLICADOR  PIC 9(5)  VALUE 16807.
       01  WS-LCG-FRACAO         PIC V9(9).

      *> NUMEROS_HIST host variables.
       01  WS-NUMERO             PIC 9(10).
       01  WS-ROW-TYPE           PIC X(1).
       01  WS-FORNECEDOR         PIC X(10).
       01  WS-VALOR              PIC S9(9)V99 COMP-3.
       01  WS-POPULACAO          PIC S9(9) COMP.
       01  WS-EXTENDIDAS         PIC S9(9) COMP.
       01  WS-ES-LINHAS          PIC S9(9) COMP.

      *> One stratum per fornecedor of an extended run, a single
      *> one for a plain run. ALOCADAS is the stratum's share of
      *> the sample, LIDAS/SORTEADAS how far the draw has got.
       01  WS-ESTRATIFICADA      PIC X     VALUE 'N'.
       01  WS-ES-COUNT           PIC 9(3)  VALUE 0.
       01  WS-ES-MAXIMO          PIC 9(3)  VALUE 200.
       01  WS-ES-TABELA.
           05  WS-ES-ENTRADA     OCCURS 200 TIMES.
               10  WS-ES-NOME        PIC X(10).
               10  WS-ES-POPULACAO   PIC 9(9).
               10  WS-ES-ALOCADAS    PIC 9(4).
               10  WS-ES-SORTEADAS   PIC 9(4).
               10  WS-ES-LIDAS       PIC 9(9).
       01  WS-ES-IDX             PIC 9(3).
       01  WS-ES-MELHOR          PIC 9(3).
       01  WS-ES-ATUAL           PIC 9(3).
       01  WS-A-SORTEAR          PIC 9(4).
       01  WS-DISTRIBUIDAS       PIC 9(4).
       01  WS-FALTAM             PIC 9(4).
       01  WS-RESTAM             PIC 9(9).
       01  WS-SORTEIO-OK         PIC X.

      *> Lines of a fresh draw, in the order the cursor delivers
      *> them (fornecedor, numero).
       01  WS-SO-COUNT           PIC 9(4)  VALUE 0.
       01  WS-SO-TABELA.
           05  WS-SO-ENTRADA     OCCURS 500 TIMES.
               10  WS-SO-NUMERO      PIC 9(10).
               10  WS-SO-ROW-TYPE    PIC X(1).
               10  WS-SO-FORNECEDOR  PIC X(10).
               10  WS-SO-VALOR       PIC S9(9)V99.

      *> The sample on file, held in storage for the session like
      *> ManutencaoCalendario holds its calendar - every change
      *> rewrites the file from the table.
       01  WS-AMOSTRA-EOF        PIC X     VALUE 'N'.
       01  WS-AMOSTRA-EXISTE     PIC X     VALUE 'N'.
       01  WS-AM-COUNT           PIC 9(4)  VALUE 0.
       01  WS-AM-TABELA.
           05  WS-AM-ENTRADA     PIC X(120) OCCURS 500 TIMES.
       01  WS-AM-IDX             PIC 9(4).

       01  WS-SEQ-TXT            PIC X(4).
       01  WS-SEQ                PIC 9(4).
       01  WS-RESULTADO          PIC X.
       01  WS-NOTA               PIC X(50).
       01  WS-CONFIRMADAS        PIC 9(4).
       01  WS-DIVERGENCIAS       PIC 9(4).
       01  WS-PENDENTES          PIC 9(4).
       01  WS-VERIFICADAS        PIC 9(4).
       01  WS-TAXA-DIVERGENCIA   PIC 9(3)V99.
       01  WS-TAXA-ED            PIC ZZ9.99.
       01  WS-DIFERENCAS         PIC 9(4).
       01  WS-VALOR-ED           PIC -(11)9.99.

       COPY AMOSTRAREC.

       01  WS-REL-TITULO.
           05  FILLER                PIC X(32)
                   VALUE 'AMOSTRA DE AUDITORIA - RUN DATE '.
           05  WS-RT-RUN-DATE        PIC X(8).
           05  FILLER                PIC X(15)
                   VALUE '   SORTEADA EM '.
           05  WS-RT-SORTEADO-TS     PIC X(14).
           05  FILLER                PIC X(5)  VALUE ' POR '.
           05  WS-RT-SORTEADO-POR    PIC X(8).
           05  FILLER                PIC X(50) VALUE SPACE.

       01  WS-REL-PARAMETROS.
           05  FILLER                PIC X(11) VALUE 'POPULACAO: '.
           05  WS-RP-POPULACAO       PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  AMOSTRA: '.
           05  WS-RP-SORTEADAS       PIC ZZZ9.
           05  FILLER                PIC X(12) VALUE '  PEDIDAS: '.
           05  WS-RP-TAMANHO         PIC ZZZ9.
           05  FILLER                PIC X(11) VALUE '  SEMENTE: '.
           05  WS-RP-SEMENTE         PIC 9(10).
           05  FILLER                PIC X(31)
                   VALUE '  ESTRATIFICADA POR FORNECEDOR:'.
           05  WS-RP-ESTRATOS        PIC X(20).
           05  FILLER                PIC X(9)  VALUE SPACE.

       01  WS-REL-CABECALHO.
           05  FILLER                PIC X(6)  VALUE ' SEQ'.
           05  FILLER                PIC X(12) VALUE 'NUMERO'.
           05  FILLER                PIC X(12) VALUE 'FORNECEDOR'.
           05  FILLER                PIC X(15) VALUE '          VALOR'.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(13) VALUE 'RESULTADO'.
           05  FILLER                PIC X(10) VALUE 'POR'.
           05  FILLER                PIC X(16) VALUE 'EM'.
           05  FILLER                PIC X(46) VALUE 'OBSERVACAO'.

       01  WS-REL-DETALHE.
           05  WS-RD-SEQ             PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-NUMERO          PIC 9(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-FORNECEDOR      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-VALOR           PIC X(15).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-RESULTADO       PIC X(11).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-POR             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-EM              PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-NOTA            PIC X(46).

       01  WS-REL-TOTAIS.
           05  FILLER                PIC X(14) VALUE 'CONFIRMADAS: '.
           05  WS-RTT-CONFIRMADAS    PIC ZZZ9.
           05  FILLER                PIC X(17)
                   VALUE '   DIVERGENCIAS: '.
           05  WS-RTT-DIVERGENCIAS   PIC ZZZ9.
           05  FILLER                PIC X(14) VALUE '   PENDENTES: '.
           05  WS-RTT-PENDENTES      PIC ZZZ9.
           05  FILLER                PIC X(35)
                   VALUE '   TAXA DE DIVERGENCIA (% VERIF.): '.
           05  WS-RTT-TAXA           PIC ZZ9.99.
           05  FILLER                PIC X(34) VALUE SPACE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-AMOSTRA
           OPEN EXTEND AMOSTRA-LOG-FILE
           IF WS-AMOSTLOG-STATUS NOT = '00'
               OPEN OUTPUT AMOSTRA-LOG-FILE
           END-IF
           PERFORM UNTIL WS-CONTINUE-SWITCH NOT = 'S'
               PERFORM SHOW-MENU
               PERFORM PROCESS-OPCAO
           END-PERFORM
           CLOSE AMOSTRA-LOG-FILE
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

       READ-RUN-OPTIONS.
           MOVE 'AMOSTRA_RUNDATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT-VALUE
           IF WS-RUN-DATE = SPACE
               DISPLAY 'Informar AMOSTRA_RUNDATE (AAAAMMDD).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY 'AMOSTRA_RUNDATE invalida: ' WS-RUN-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-ANO
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MES
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DIA
           CALL 'ValidaDataFiscal' USING WS-RUN-ANO WS-RUN-MES
               WS-RUN-DIA WS-RUN-DATE-VALID
           IF WS-RUN-DATE-VALID NOT = 'Y'
               DISPLAY 'AMOSTRA_RUNDATE invalida: ' WS-RUN-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'AMOSTRA_TAMANHO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TAMANHO-TXT FROM ENVIRONMENT-VALUE
           IF WS-TAMANHO-TXT NOT = SPACE
               IF FUNCTION NUMVAL(WS-TAMANHO-TXT) < 1
                       OR FUNCTION NUMVAL(WS-TAMANHO-TXT) >
                          WS-TAMANHO-MAXIMO
                   DISPLAY 'AMOSTRA_TAMANHO invalido (1 a '
                           WS-TAMANHO-MAXIMO '): ' WS-TAMANHO-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-TAMANHO = FUNCTION NUMVAL(WS-TAMANHO-TXT)
           END-IF
           MOVE 'AMOSTRA_SEMENTE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SEMENTE-TXT FROM ENVIRONMENT-VALUE
           IF WS-SEMENTE-TXT NOT = SPACE
               IF FUNCTION NUMVAL(WS-SEMENTE-TXT) < 1
                       OR FUNCTION NUMVAL(WS-SEMENTE-TXT) >=
                          WS-LCG-MODULO
                   DISPLAY 'AMOSTRA_SEMENTE invalida (1 a '
                           '2147483646): ' WS-SEMENTE-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SEMENTE = FUNCTION NUMVAL(WS-SEMENTE-TXT)
           END-IF
           MOVE SPACE TO WS-AMOSTRA-NAME
           STRING 'amostra_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-AMOSTRA-NAME
           MOVE SPACE TO WS-PLANILHA-NAME
           STRING 'amostra_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-PLANILHA-NAME.

      *> The header goes to WS-AMOSTRA-CAB, the lines to the table
      *> in file order (their sequence on the worksheet).
       CARREGA-AMOSTRA.
           MOVE 0 TO WS-AM-COUNT
           MOVE 'N' TO WS-AMOSTRA-EXISTE
           MOVE 'N' TO WS-AMOSTRA-EOF
           OPEN INPUT AMOSTRA-FILE
           IF WS-AMOSTRA-STATUS NOT = '00'
               MOVE 'Y' TO WS-AMOSTRA-EOF
           END-IF
           PERFORM UNTIL WS-AMOSTRA-EOF = 'Y'
               READ AMOSTRA-FILE
                   AT END
                       MOVE 'Y' TO WS-AMOSTRA-EOF
                   NOT AT END
                       PERFORM GUARDA-LINHA-AMOSTRA
               END-READ
           END-PERFORM
           IF WS-AMOSTRA-STATUS NOT = '35'
               CLOSE AMOSTRA-FILE
           END-IF.

       GUARDA-LINHA-AMOSTRA.
           EVALUATE AMOSTRA-RECORD(1:1)
               WHEN 'H'
                   MOVE AMOSTRA-RECORD TO WS-AMOSTRA-CAB
                   MOVE 'Y' TO WS-AMOSTRA-EXISTE
               WHEN 'L'
                   IF WS-AM-COUNT < WS-TAMANHO-MAXIMO
                       ADD 1 TO WS-AM-COUNT
                       MOVE AMOSTRA-RECORD TO
                           WS-AM-ENTRADA(WS-AM-COUNT)
                   ELSE
                       DISPLAY '*** Linha alem do limite em '
                               FUNCTION TRIM(WS-AMOSTRA-NAME)
                               ' ignorada.'
                   END-IF
               WHEN OTHER
                   IF AMOSTRA-RECORD NOT = SPACE
                       DISPLAY '*** Linha invalida em '
                               FUNCTION TRIM(WS-AMOSTRA-NAME)
                               ' ignorada: ' AMOSTRA-RECORD(1:40)
                   END-IF
           END-EVALUATE.

       GRAVA-AMOSTRA.
           OPEN OUTPUT AMOSTRA-FILE
           IF WS-AMOSTRA-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel gravar '
                       FUNCTION TRIM(WS-AMOSTRA-NAME)
                       ' - status ' WS-AMOSTRA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE AMOSTRA-RECORD FROM WS-AMOSTRA-CAB
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-AM-COUNT
               WRITE AMOSTRA-RECORD FROM WS-AM-ENTRADA(WS-AM-IDX)
           END-PERFORM
           CLOSE AMOSTRA-FILE.

       SHOW-MENU.
           DISPLAY '========================================'
           DISPLAY 'Amostra de auditoria - run date ' WS-RUN-DATE
           IF WS-AMOSTRA-EXISTE = 'Y'
               IF WS-AH-SITUACAO = 'E'
                   DISPLAY 'Amostra de ' WS-AM-COUNT ' linha(s), '
                           'encerrada em ' WS-AH-ENCERRADO-TS
                           ' por ' WS-AH-ENCERRADO-POR
               ELSE
                   DISPLAY 'Amostra de ' WS-AM-COUNT ' linha(s), '
                           'em verificacao'
               END-IF
           ELSE
               DISPLAY 'Amostra ainda nao sorteada'
           END-IF
           DISPLAY '1 - Sortear amostra'
           DISPLAY '2 - Emitir planilha de verificacao'
           DISPLAY '3 - Registrar verificacao de uma linha'
           DISPLAY '4 - Resultado da amostra'
           DISPLAY '5 - Conferir sorteio (repetir com a semente)'
           DISPLAY '6 - Encerrar amostra (assinatura)'
           DISPLAY '7 - Sair'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

       PROCESS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM SORTEIA-AMOSTRA
                   END-IF
               WHEN '2'
                   IF WS-AMOSTRA-EXISTE = 'Y'
                       PERFORM GRAVA-PLANILHA
                       DISPLAY 'Planilha gravada em '
                               FUNCTION TRIM(WS-PLANILHA-NAME)
                   ELSE
                       DISPLAY 'Amostra ainda nao sorteada.'
                   END-IF
               WHEN '3'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM REGISTRA-VERIFICACAO
                   END-IF
               WHEN '4'
                   PERFORM MOSTRA-RESULTADO
               WHEN '5'
                   PERFORM CONFERE-SORTEIO
               WHEN '6'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM ENCERRA-AMOSTRA
                   END-IF
               WHEN '7'
                   MOVE 'N' TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY 'Opcao invalida.'
           END-EVALUATE.

       VERIFICA-AUTORIZACAO.
           CALL 'VerificaAutorizacao' USING WS-USUARIO
               WS-AUT-FUNCAO WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'Usuario ' WS-USUARIO ' nao autorizado '
                       'para ' WS-AUT-FUNCAO '.'
           END-IF.

      *> A run date is sampled once: the kept sample is what a
      *> later audit looks at, so it is never replaced by a new
      *> draw.
       SORTEIA-AMOSTRA.
           IF WS-AMOSTRA-EXISTE = 'Y'
               DISPLAY 'Run date ' WS-RUN-DATE ' ja tem amostra, '
                       'sorteada em ' WS-AH-SORTEADO-TS ' por '
                       WS-AH-SORTEADO-POR ' - mantida como esta.'
           ELSE
               IF WS-SEMENTE = 0
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(7:10) TO WS-RELOGIO
                   DIVIDE WS-RELOGIO BY WS-LCG-MODULO
                       GIVING WS-LCG-QUOCIENTE
                       REMAINDER WS-SEMENTE
                   IF WS-SEMENTE = 0
                       MOVE 1 TO WS-SEMENTE
                   END-IF
               END-IF
               MOVE WS-SEMENTE TO WS-LCG-ESTADO
               MOVE WS-TAMANHO TO WS-A-SORTEAR
               PERFORM CONNECT-DB
               PERFORM SORTEIO
               PERFORM DISCONNECT-DB
               IF WS-SORTEIO-OK = 'Y'
                   PERFORM GUARDA-SORTEIO
                   PERFORM GRAVA-AMOSTRA
                   MOVE 'Y' TO WS-AMOSTRA-EXISTE
                   MOVE 'SORTEAR' TO WS-LOG-ACAO
                   MOVE 0 TO WS-LOG-SEQ
                   MOVE SPACE TO WS-LOG-SITUACAO
                   MOVE SPACE TO WS-NOTA
                   STRING 'SEMENTE ' DELIMITED BY SIZE
                          WS-SEMENTE DELIMITED BY SIZE
                          ' LINHAS ' DELIMITED BY SIZE
                          WS-AM-COUNT DELIMITED BY SIZE
                       INTO WS-NOTA
                   END-STRING
                   MOVE WS-NOTA TO WS-LOG-NOTA
                   PERFORM GRAVA-LOG
                   PERFORM GRAVA-PLANILHA
                   DISPLAY WS-AM-COUNT ' linha(s) sorteada(s) de '
                           WS-AH-POPULACAO ', semente ' WS-SEMENTE
                   DISPLAY 'Planilha gravada em '
                           FUNCTION TRIM(WS-PLANILHA-NAME)
               END-IF
           END-IF.

      *> Header plus one pending line per drawn row.
       GUARDA-SORTEIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-AMOSTRA-CAB
           MOVE 'H' TO WS-AH-TIPO
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE
           MOVE WS-SEMENTE TO WS-AH-SEMENTE
           MOVE WS-TAMANHO TO WS-AH-TAMANHO
           MOVE WS-SO-COUNT TO WS-AH-SORTEADAS
           MOVE WS-POPULACAO TO WS-AH-POPULACAO
           MOVE WS-ESTRATIFICADA TO WS-AH-ESTRATIFICADA
           MOVE WS-ES-COUNT TO WS-AH-ESTRATOS
           MOVE WS-USUARIO TO WS-AH-SORTEADO-POR
           MOVE WS-TIMESTAMP(1:14) TO WS-AH-SORTEADO-TS
           MOVE 'A' TO WS-AH-SITUACAO
           MOVE 0 TO WS-AM-COUNT
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-SO-COUNT
               MOVE SPACES TO WS-AMOSTRA-LINHA
               MOVE 'L' TO WS-AL-TIPO
               MOVE WS-AM-IDX TO WS-AL-SEQ
               MOVE WS-SO-NUMERO(WS-AM-IDX) TO WS-AL-NUMERO
               MOVE WS-SO-ROW-TYPE(WS-AM-IDX) TO WS-AL-ROW-TYPE
               MOVE WS-SO-FORNECEDOR(WS-AM-IDX) TO WS-AL-FORNECEDOR
               MOVE WS-SO-VALOR(WS-AM-IDX) TO WS-AL-VALOR
               MOVE 'P' TO WS-AL-SITUACAO
               ADD 1 TO WS-AM-COUNT
               MOVE WS-AMOSTRA-LINHA TO WS-AM-ENTRADA(WS-AM-COUNT)
           END-PERFORM.

      *> The draw itself, from WS-LCG-ESTADO (the seed) and
      *> WS-A-SORTEAR (the size asked for) into WS-SO-TABELA.
      *> WS-SORTEIO-OK comes back N when there is nothing to draw
      *> from or the run has more suppliers than the table holds.
      *> The first ten values are thrown away: from a small seed
      *> this generator's first outputs are small as well.
       SORTEIO.
           MOVE 'Y' TO WS-SORTEIO-OK
           MOVE 0 TO WS-SO-COUNT
           PERFORM PROXIMO-ALEATORIO 10 TIMES
           PERFORM CONTA-POPULACAO
           IF WS-SORTEIO-OK = 'Y'
               PERFORM MONTA-ESTRATOS
           END-IF
           IF WS-SORTEIO-OK = 'Y'
               PERFORM DISTRIBUI-AMOSTRA
               PERFORM SELECIONA-LINHAS
           END-IF.

       CONTA-POPULACAO.
           MOVE 0 TO WS-POPULACAO
           MOVE 0 TO WS-EXTENDIDAS
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-POPULACAO
               FROM NUMEROS_HIST
               WHERE run_date = :WS-RUN-DATE
                 AND COALESCE(row_type, 'D') <> 'R'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao contar NUMEROS_HIST, SQLCODE: '
                       SQLCODE
               MOVE 'N' TO WS-SORTEIO-OK
           END-IF
           IF WS-SORTEIO-OK = 'Y' AND WS-POPULACAO = 0
               DISPLAY 'Nenhuma linha em NUMEROS_HIST para '
                       WS-RUN-DATE ' - conferir a data pedida.'
               MOVE 'N' TO WS-SORTEIO-OK
           END-IF
           IF WS-SORTEIO-OK = 'Y'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-EXTENDIDAS
                   FROM NUMEROS_HIST
                   WHERE run_date = :WS-RUN-DATE
                     AND row_type = 'E'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'Erro ao contar NUMEROS_HIST, SQLCODE: '
                           SQLCODE
                   MOVE 'N' TO WS-SORTEIO-OK
               END-IF
           END-IF.

      *> A plain run carries no fornecedor and is one stratum; an
      *> extended run gets one per fornecedor.
       MONTA-ESTRATOS.
           MOVE 0 TO WS-ES-COUNT
           IF WS-EXTENDIDAS = 0
               MOVE 'N' TO WS-ESTRATIFICADA
               MOVE 1 TO WS-ES-COUNT
               MOVE SPACE TO WS-ES-NOME(1)
               MOVE WS-POPULACAO TO WS-ES-POPULACAO(1)
           ELSE
               MOVE 'S' TO WS-ESTRATIFICADA
               MOVE 'N' TO EOF
               EXEC SQL
                   DECLARE CURSOR-ESTRATOS CURSOR FOR
                   SELECT COALESCE(fornecedor, ' '), COUNT(*)
                   FROM NUMEROS_HIST
                   WHERE run_date = :WS-RUN-DATE
                     AND COALESCE(row_type, 'D') <> 'R'
                   GROUP BY COALESCE(fornecedor, ' ')
                   ORDER BY 1
               END-EXEC
               EXEC SQL
                   OPEN CURSOR-ESTRATOS
               END-EXEC
               PERFORM UNTIL EOF = 'Y'
                   EXEC SQL
                       FETCH CURSOR-ESTRATOS
                           INTO :WS-FORNECEDOR, :WS-ES-LINHAS
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN 0
                           PERFORM GUARDA-ESTRATO
                       WHEN 100
                           MOVE 'Y' TO EOF
                       WHEN OTHER
                           DISPLAY 'Erro ao ler NUMEROS_HIST, '
                                   'SQLCODE: ' SQLCODE
                           MOVE 'N' TO WS-SORTEIO-OK
                           MOVE 'Y' TO EOF
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CURSOR-ESTRATOS
               END-EXEC
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE 0 TO WS-ES-ALOCADAS(WS-ES-IDX)
               MOVE 0 TO WS-ES-SORTEADAS(WS-ES-IDX)
               MOVE 0 TO WS-ES-LIDAS(WS-ES-IDX)
           END-PERFORM.

       GUARDA-ESTRATO.
           IF WS-ES-COUNT >= WS-ES-MAXIMO
               DISPLAY 'Run date com mais de ' WS-ES-MAXIMO
                       ' fornecedores - amostra nao sorteada.'
               MOVE 'N' TO WS-SORTEIO-OK
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-ES-COUNT
               MOVE WS-FORNECEDOR TO WS-ES-NOME(WS-ES-COUNT)
               MOVE WS-ES-LINHAS TO WS-ES-POPULACAO(WS-ES-COUNT)
           END-IF.

      *> Every stratum starts with one line when the size allows;
      *> each further line goes to the stratum with the most rows
      *> per line it would then have (largest N/(n+1), compared
      *> crosswise to stay in whole numbers), so the sample follows
      *> the suppliers' share of the run.
       DISTRIBUI-AMOSTRA.
           IF WS-A-SORTEAR > WS-POPULACAO
               MOVE WS-POPULACAO TO WS-A-SORTEAR
           END-IF
           MOVE 0 TO WS-DISTRIBUIDAS
           IF WS-A-SORTEAR >= WS-ES-COUNT
               PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                   MOVE 1 TO WS-ES-ALOCADAS(WS-ES-IDX)
                   ADD 1 TO WS-DISTRIBUIDAS
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-DISTRIBUIDAS >= WS-A-SORTEAR
               MOVE 0 TO WS-ES-MELHOR
               PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                   IF WS-ES-ALOCADAS(WS-ES-IDX) <
                      WS-ES-POPULACAO(WS-ES-IDX)
                       IF WS-ES-MELHOR = 0
                           MOVE WS-ES-IDX TO WS-ES-MELHOR
                       ELSE
                           IF WS-ES-POPULACAO(WS-ES-IDX) *
                              (WS-ES-ALOCADAS(WS-ES-MELHOR) + 1) >
                              WS-ES-POPULACAO(WS-ES-MELHOR) *
                              (WS-ES-ALOCADAS(WS-ES-IDX) + 1)
                               MOVE WS-ES-IDX TO WS-ES-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ES-MELHOR = 0
                   MOVE WS-DISTRIBUIDAS TO WS-A-SORTEAR
               ELSE
                   ADD 1 TO WS-ES-ALOCADAS(WS-ES-MELHOR)
                   ADD 1 TO WS-DISTRIBUIDAS
               END-IF
           END-PERFORM.

      *> Selection sampling in one pass: a row is taken with
      *> probability (lines still due in its stratum) / (rows of
      *> the stratum not yet seen), which gives every row the same
      *> chance without holding the run in storage.
       SELECIONA-LINHAS.
           MOVE 'N' TO EOF
           EXEC SQL
               DECLARE CURSOR-AMOSTRA CURSOR FOR
               SELECT numero,
                      COALESCE(row_type, 'D'),
                      COALESCE(fornecedor, ' '),
                      COALESCE(valor, 0)
               FROM NUMEROS_HIST
               WHERE run_date = :WS-RUN-DATE
                 AND COALESCE(row_type, 'D') <> 'R'
               ORDER BY COALESCE(fornecedor, ' '), numero
           END-EXEC
           EXEC SQL
               OPEN CURSOR-AMOSTRA
           END-EXEC
           PERFORM UNTIL EOF = 'Y'
               EXEC SQL
                   FETCH CURSOR-AMOSTRA
                       INTO :WS-NUMERO, :WS-ROW-TYPE,
                            :WS-FORNECEDOR, :WS-VALOR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM AVALIA-LINHA
                   WHEN 100
                       MOVE 'Y' TO EOF
                   WHEN OTHER
                       DISPLAY 'Erro ao ler NUMEROS_HIST, '
                               'SQLCODE: ' SQLCODE
                       MOVE 'N' TO WS-SORTEIO-OK
                       MOVE 'Y' TO EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR-AMOSTRA
           END-EXEC.

       AVALIA-LINHA.
           MOVE 0 TO WS-ES-ATUAL
           IF WS-ESTRATIFICADA = 'N'
               MOVE 1 TO WS-ES-ATUAL
           ELSE
               PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                          OR WS-ES-ATUAL > 0
                   IF WS-ES-NOME(WS-ES-IDX) = WS-FORNECEDOR
                       MOVE WS-ES-IDX TO WS-ES-ATUAL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ES-ATUAL > 0
               IF WS-ES-LIDAS(WS-ES-ATUAL) <
                  WS-ES-POPULACAO(WS-ES-ATUAL)
                   COMPUTE WS-FALTAM = WS-ES-ALOCADAS(WS-ES-ATUAL)
                       - WS-ES-SORTEADAS(WS-ES-ATUAL)
                   COMPUTE WS-RESTAM = WS-ES-POPULACAO(WS-ES-ATUAL)
                       - WS-ES-LIDAS(WS-ES-ATUAL)
                   IF WS-FALTAM > 0
                       PERFORM PROXIMO-ALEATORIO
                       COMPUTE WS-LCG-FRACAO =
                           (WS-LCG-ESTADO - 1) / (WS-LCG-MODULO - 1)
                       IF WS-LCG-FRACAO * WS-RESTAM < WS-FALTAM
                           PERFORM GUARDA-SORTEADA
                       END-IF
                   END-IF
                   ADD 1 TO WS-ES-LIDAS(WS-ES-ATUAL)
               END-IF
           END-IF.

       PROXIMO-ALEATORIO.
           COMPUTE WS-LCG-PRODUTO =
               WS-LCG-ESTADO * WS-LCG-MULTIPLICADOR
           DIVIDE WS-LCG-PRODUTO BY WS-LCG-MODULO
               GIVING WS-LCG-QUOCIENTE
               REMAINDER WS-LCG-ESTADO.

       GUARDA-SORTEADA.
           ADD 1 TO WS-SO-COUNT
           ADD 1 TO WS-ES-SORTEADAS(WS-ES-ATUAL)
           MOVE WS-NUMERO TO WS-SO-NUMERO(WS-SO-COUNT)
           MOVE WS-ROW-TYPE TO WS-SO-ROW-TYPE(WS-SO-COUNT)
           MOVE WS-FORNECEDOR TO WS-SO-FORNECEDOR(WS-SO-COUNT)
           MOVE WS-VALOR TO WS-SO-VALOR(WS-SO-COUNT).

      *> Draws again from the seed and size on file and compares
      *> line by line - the sample stands only if NUMEROS_HIST
      *> still gives exactly the same rows.
       CONFERE-SORTEIO.
           IF WS-AMOSTRA-EXISTE NOT = 'Y'
               DISPLAY 'Amostra ainda nao sorteada.'
           ELSE
               MOVE WS-AH-SEMENTE TO WS-LCG-ESTADO
               MOVE WS-AH-TAMANHO TO WS-A-SORTEAR
               PERFORM CONNECT-DB
               PERFORM SORTEIO
               PERFORM DISCONNECT-DB
               IF WS-SORTEIO-OK = 'Y'
                   MOVE 0 TO WS-DIFERENCAS
                   IF WS-SO-COUNT NOT = WS-AM-COUNT
                       DISPLAY 'Sorteio repetido deu ' WS-SO-COUNT
                               ' linha(s), a amostra tem '
                               WS-AM-COUNT '.'
                       ADD 1 TO WS-DIFERENCAS
                   END-IF
                   PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                           UNTIL WS-AM-IDX > WS-AM-COUNT
                              OR WS-AM-IDX > WS-SO-COUNT
                       MOVE WS-AM-ENTRADA(WS-AM-IDX) TO
                           WS-AMOSTRA-LINHA
                       IF WS-AL-NUMERO NOT = WS-SO-NUMERO(WS-AM-IDX)
                               OR WS-AL-VALOR NOT =
                                  WS-SO-VALOR(WS-AM-IDX)
                           DISPLAY 'Linha ' WS-AL-SEQ ': amostra '
                                   WS-AL-NUMERO ', sorteio '
                                   WS-SO-NUMERO(WS-AM-IDX)
                           ADD 1 TO WS-DIFERENCAS
                       END-IF
                   END-PERFORM
                   MOVE 'CONFERIR' TO WS-LOG-ACAO
                   MOVE 0 TO WS-LOG-SEQ
                   MOVE SPACE TO WS-LOG-SITUACAO
                   IF WS-DIFERENCAS = 0
                       DISPLAY 'Sorteio reproduzido: as '
                               WS-AM-COUNT ' linha(s) conferem.'
                       MOVE 'SORTEIO REPRODUZIDO' TO WS-LOG-NOTA
                   ELSE
                       DISPLAY '*** Sorteio NAO reproduzido - '
                               WS-DIFERENCAS ' diferenca(s).'
                       MOVE 'SORTEIO NAO REPRODUZIDO' TO WS-LOG-NOTA
                   END-IF
                   PERFORM GRAVA-LOG
               END-IF
           END-IF.

       REGISTRA-VERIFICACAO.
           PERFORM PEDE-LINHA
           IF WS-ENTRADA-OK = 'Y'
               MOVE WS-AM-ENTRADA(WS-SEQ) TO WS-AMOSTRA-LINHA
               PERFORM MOSTRA-LINHA
               DISPLAY 'Resultado (C=confirmada, D=divergencia): '
               ACCEPT WS-RESULTADO
               IF WS-RESULTADO = 'c'
                   MOVE 'C' TO WS-RESULTADO
               END-IF
               IF WS-RESULTADO = 'd'
                   MOVE 'D' TO WS-RESULTADO
               END-IF
               IF WS-RESULTADO NOT = 'C' AND WS-RESULTADO NOT = 'D'
                   DISPLAY 'Resultado invalido - nada registrado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Observacao: '
               ACCEPT WS-NOTA
               IF WS-RESULTADO = 'D' AND WS-NOTA = SPACE
                   DISPLAY 'Divergencia exige observacao - nada '
                           'registrado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               IF WS-AL-SITUACAO NOT = 'P'
                   DISPLAY 'Resultado anterior (' WS-AL-SITUACAO
                           ' por ' WS-AL-VERIFICADO-POR
                           ') substituido - segue em amostras.log.'
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-RESULTADO TO WS-AL-SITUACAO
               MOVE WS-USUARIO TO WS-AL-VERIFICADO-POR
               MOVE WS-TIMESTAMP(1:14) TO WS-AL-VERIFICADO-TS
               MOVE WS-NOTA TO WS-AL-NOTA
               MOVE WS-AMOSTRA-LINHA TO WS-AM-ENTRADA(WS-SEQ)
               PERFORM GRAVA-AMOSTRA
               MOVE 'VERIFICAR' TO WS-LOG-ACAO
               MOVE WS-SEQ TO WS-LOG-SEQ
               MOVE WS-RESULTADO TO WS-LOG-SITUACAO
               MOVE WS-NOTA TO WS-LOG-NOTA
               PERFORM GRAVA-LOG
               DISPLAY 'Linha ' WS-SEQ ' registrada.'
           END-IF.

       PEDE-LINHA.
           MOVE 'Y' TO WS-ENTRADA-OK
           IF WS-AMOSTRA-EXISTE NOT = 'Y'
               DISPLAY 'Amostra ainda nao sorteada.'
               MOVE 'N' TO WS-ENTRADA-OK
           END-IF
           IF WS-ENTRADA-OK = 'Y' AND WS-AH-SITUACAO = 'E'
               DISPLAY 'Amostra encerrada em ' WS-AH-ENCERRADO-TS
                       ' por ' WS-AH-ENCERRADO-POR
                       ' - nao pode mais ser alterada.'
               MOVE 'N' TO WS-ENTRADA-OK
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Linha da amostra (1 a ' WS-AM-COUNT '): '
               ACCEPT WS-SEQ-TXT
               IF WS-SEQ-TXT = SPACE
                       OR FUNCTION NUMVAL(WS-SEQ-TXT) < 1
                       OR FUNCTION NUMVAL(WS-SEQ-TXT) > WS-AM-COUNT
                   DISPLAY 'Linha invalida.'
                   MOVE 'N' TO WS-ENTRADA-OK
               ELSE
                   COMPUTE WS-SEQ = FUNCTION NUMVAL(WS-SEQ-TXT)
               END-IF
           END-IF.

       MOSTRA-LINHA.
           PERFORM MONTA-DETALHE
           DISPLAY 'Linha ' WS-RD-SEQ ' numero ' WS-RD-NUMERO
                   ' fornecedor ' WS-RD-FORNECEDOR
                   ' valor ' WS-RD-VALOR
           DISPLAY 'Situacao atual: ' WS-RD-RESULTADO ' '
                   WS-RD-POR ' ' WS-RD-EM.

      *> WS-AMOSTRA-LINHA into WS-REL-DETALHE. A plain run's line
      *> ships no valor, so none is shown.
       MONTA-DETALHE.
           MOVE WS-AL-SEQ TO WS-RD-SEQ
           MOVE WS-AL-NUMERO TO WS-RD-NUMERO
           MOVE WS-AL-FORNECEDOR TO WS-RD-FORNECEDOR
           IF WS-AL-ROW-TYPE = 'E'
               MOVE WS-AL-VALOR TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO WS-RD-VALOR
           ELSE
               MOVE SPACE TO WS-RD-VALOR
           END-IF
           EVALUATE WS-AL-SITUACAO
               WHEN 'C'
                   MOVE 'CONFIRMADA' TO WS-RD-RESULTADO
               WHEN 'D'
                   MOVE 'DIVERGENCIA' TO WS-RD-RESULTADO
               WHEN OTHER
                   MOVE 'PENDENTE' TO WS-RD-RESULTADO
           END-EVALUATE
           MOVE WS-AL-VERIFICADO-POR TO WS-RD-POR
           MOVE WS-AL-VERIFICADO-TS TO WS-RD-EM
           MOVE WS-AL-NOTA TO WS-RD-NOTA.

      *> Discrepancy rate over the lines verified so far.
       APURA-RESULTADO.
           MOVE 0 TO WS-CONFIRMADAS
           MOVE 0 TO WS-DIVERGENCIAS
           MOVE 0 TO WS-PENDENTES
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-AM-COUNT
               MOVE WS-AM-ENTRADA(WS-AM-IDX) TO WS-AMOSTRA-LINHA
               EVALUATE WS-AL-SITUACAO
                   WHEN 'C'
                       ADD 1 TO WS-CONFIRMADAS
                   WHEN 'D'
                       ADD 1 TO WS-DIVERGENCIAS
                   WHEN OTHER
                       ADD 1 TO WS-PENDENTES
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-VERIFICADAS = WS-CONFIRMADAS + WS-DIVERGENCIAS
           MOVE 0 TO WS-TAXA-DIVERGENCIA
           IF WS-VERIFICADAS > 0
               COMPUTE WS-TAXA-DIVERGENCIA ROUNDED =
                   WS-DIVERGENCIAS * 100 / WS-VERIFICADAS
           END-IF
           MOVE WS-TAXA-DIVERGENCIA TO WS-TAXA-ED.

       MOSTRA-RESULTADO.
           IF WS-AMOSTRA-EXISTE NOT = 'Y'
               DISPLAY 'Amostra ainda nao sorteada.'
           ELSE
               PERFORM APURA-RESULTADO
               DISPLAY 'Linhas na amostra          : ' WS-AM-COUNT
               DISPLAY 'Confirmadas                : ' WS-CONFIRMADAS
               DISPLAY 'Divergencias               : '
                       WS-DIVERGENCIAS
               DISPLAY 'Pendentes                  : ' WS-PENDENTES
               DISPLAY 'Taxa de divergencia (%)    : ' WS-TAXA-ED
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-COUNT
                   MOVE WS-AM-ENTRADA(WS-AM-IDX) TO WS-AMOSTRA-LINHA
                   IF WS-AL-SITUACAO NOT = 'C'
                       PERFORM MONTA-DETALHE
                       DISPLAY WS-RD-RESULTADO ' linha ' WS-RD-SEQ
                               ' numero ' WS-RD-NUMERO ' '
                               WS-RD-FORNECEDOR ' '
                               FUNCTION TRIM(WS-AL-NOTA)
                   END-IF
               END-PERFORM
           END-IF.

      *> Sign-off: only with every line verified, and final - the
      *> sample can no longer change once it is closed.
       ENCERRA-AMOSTRA.
           IF WS-AMOSTRA-EXISTE NOT = 'Y'
               DISPLAY 'Amostra ainda nao sorteada.'
           ELSE
               IF WS-AH-SITUACAO = 'E'
                   DISPLAY 'Amostra ja encerrada em '
                           WS-AH-ENCERRADO-TS ' por '
                           WS-AH-ENCERRADO-POR '.'
               ELSE
                   PERFORM APURA-RESULTADO
                   IF WS-PENDENTES > 0
                       DISPLAY WS-PENDENTES ' linha(s) ainda sem '
                               'verificacao - amostra nao encerrada.'
                   ELSE
                       DISPLAY 'Encerrar a amostra com '
                               WS-DIVERGENCIAS ' divergencia(s), '
                               'taxa ' WS-TAXA-ED '% (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                           MOVE 'E' TO WS-AH-SITUACAO
                           MOVE WS-USUARIO TO WS-AH-ENCERRADO-POR
                           MOVE WS-TIMESTAMP(1:14) TO
                               WS-AH-ENCERRADO-TS
                           PERFORM GRAVA-AMOSTRA
                           MOVE 'ENCERRAR' TO WS-LOG-ACAO
                           MOVE 0 TO WS-LOG-SEQ
                           MOVE SPACE TO WS-LOG-SITUACAO
                           MOVE SPACE TO WS-NOTA
                           STRING 'DIVERGENCIAS ' DELIMITED BY SIZE
                                  WS-DIVERGENCIAS DELIMITED BY SIZE
                                  ' TAXA ' DELIMITED BY SIZE
                                  WS-TAXA-ED DELIMITED BY SIZE
                               INTO WS-NOTA
                           END-STRING
                           MOVE WS-NOTA TO WS-LOG-NOTA
                           PERFORM GRAVA-LOG
                           PERFORM GRAVA-PLANILHA
                           DISPLAY 'Amostra encerrada.'
                       ELSE
                           DISPLAY 'Encerramento cancelado.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVA-PLANILHA.
           OPEN OUTPUT PLANILHA-FILE
           IF WS-PLANILHA-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel criar '
                       FUNCTION TRIM(WS-PLANILHA-NAME)
                       ' - status ' WS-PLANILHA-STATUS
           ELSE
               PERFORM APURA-RESULTADO
               MOVE WS-AH-RUN-DATE TO WS-RT-RUN-DATE
               MOVE WS-AH-SORTEADO-TS TO WS-RT-SORTEADO-TS
               MOVE WS-AH-SORTEADO-POR TO WS-RT-SORTEADO-POR
               WRITE PLANILHA-RECORD FROM WS-REL-TITULO
               MOVE WS-AH-POPULACAO TO WS-RP-POPULACAO
               MOVE WS-AH-SORTEADAS TO WS-RP-SORTEADAS
               MOVE WS-AH-TAMANHO TO WS-RP-TAMANHO
               MOVE WS-AH-SEMENTE TO WS-RP-SEMENTE
               MOVE SPACE TO WS-RP-ESTRATOS
               IF WS-AH-ESTRATIFICADA = 'S'
                   STRING ' SIM (' DELIMITED BY SIZE
                          WS-AH-ESTRATOS DELIMITED BY SIZE
                          ' FORNEC.)' DELIMITED BY SIZE
                       INTO WS-RP-ESTRATOS
                   END-STRING
               ELSE
                   MOVE ' NAO' TO WS-RP-ESTRATOS
               END-IF
               WRITE PLANILHA-RECORD FROM WS-REL-PARAMETROS
               MOVE SPACE TO PLANILHA-RECORD
               IF WS-AH-SITUACAO = 'E'
                   STRING 'ENCERRADA EM ' DELIMITED BY SIZE
                          WS-AH-ENCERRADO-TS DELIMITED BY SIZE
                          ' POR ' DELIMITED BY SIZE
                          WS-AH-ENCERRADO-POR DELIMITED BY SIZE
                       INTO PLANILHA-RECORD
                   END-STRING
               ELSE
                   MOVE 'EM VERIFICACAO' TO PLANILHA-RECORD
               END-IF
               WRITE PLANILHA-RECORD
               MOVE SPACE TO PLANILHA-RECORD
               WRITE PLANILHA-RECORD
               WRITE PLANILHA-RECORD FROM WS-REL-CABECALHO
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-COUNT
                   MOVE WS-AM-ENTRADA(WS-AM-IDX) TO WS-AMOSTRA-LINHA
                   PERFORM MONTA-DETALHE
                   WRITE PLANILHA-RECORD FROM WS-REL-DETALHE
               END-PERFORM
               MOVE SPACE TO PLANILHA-RECORD
               WRITE PLANILHA-RECORD
               MOVE WS-CONFIRMADAS TO WS-RTT-CONFIRMADAS
               MOVE WS-DIVERGENCIAS TO WS-RTT-DIVERGENCIAS
               MOVE WS-PENDENTES TO WS-RTT-PENDENTES
               MOVE WS-TAXA-DIVERGENCIA TO WS-RTT-TAXA
               WRITE PLANILHA-RECORD FROM WS-REL-TOTAIS
               CLOSE PLANILHA-FILE
           END-IF.

       GRAVA-LOG.
           MOVE SPACES TO AMOSTRA-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP
           MOVE WS-USUARIO TO AL-USUARIO
           MOVE WS-LOG-ACAO TO AL-ACAO
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-LOG-SEQ TO AL-SEQ
           MOVE WS-LOG-SITUACAO TO AL-SITUACAO
           MOVE WS-LOG-NOTA TO AL-NOTA
           WRITE AMOSTRA-LOG-RECORD.

       CONNECT-DB.
           EXEC SQL
               CONNECT TO :DB-CONNECTION
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao conectar, SQLCODE: ' SQLCODE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
