       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RelatorioAcumulado.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. What the weekly and month-end
      *>             consumers have accumulated and not yet received,
      *>             for the "where are this week's rows?" call. For
      *>             every consumer in the registry (consumidores.dat)
      *>             with a weekly or month-end frequency - and any
      *>             daily one still holding rows from before a change
      *>             of frequency - it reads acumulado_<consumidor>.dat
      *>             and lists each run held (run id, run date, rows,
      *>             control sum, amount total) with the totals, the
      *>             oldest run and the delivery date AgendaEntrega
      *>             gives for it, plus the last period delivered
      *>             (acumulado_<consumidor>.ent). ACUMULO_DATA
      *>             (AAAAMMDD, default today) is the reference date: a
      *>             delivery date already behind it means the period
      *>             did not go out, is flagged ATRASADA and ends the
      *>             step with a non-zero return code. The report is
      *>             acumulo_<AAAAMMDD>.rpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-CONS-FILE ASSIGN TO 'consumidores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT ACUMULO-FILE ASSIGN TO WS-ACUMULO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUMULO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO WS-RELATORIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

       FD  ACUMULO-FILE.
       01  ACUMULO-RECORD        PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                   PIC X     VALUE 'N'.
       01  WS-REGISTRO-STATUS    PIC X(2).
       01  WS-ACUMULO-STATUS     PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-ACUMULO-NAME       PIC X(60).
       01  WS-RELATORIO-NAME     PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-DATA-REF           PIC X(8).

       COPY CONSREC.

       COPY SAIDAREC.

       01  WS-REG-COUNT          PIC 9(2)  VALUE 0.
       01  WS-REG-MAXIMO         PIC 9(2)  VALUE 50.
       01  WS-REG-TABELA.
           05  WS-REG-ENTRADA    OCCURS 50 TIMES.
               10  WS-RG-NOME        PIC X(8).
               10  WS-RG-CONTATO     PIC X(30).
               10  WS-RG-FREQUENCIA  PIC X.
               10  WS-RG-DIA-SEMANA  PIC X.
       01  WS-REG-IDX            PIC 9(2).

       01  WS-DIAS-SEMANA-VALORES.
           05  FILLER                PIC X(7)  VALUE 'segunda'.
           05  FILLER                PIC X(7)  VALUE 'terca'.
           05  FILLER                PIC X(7)  VALUE 'quarta'.
           05  FILLER                PIC X(7)  VALUE 'quinta'.
           05  FILLER                PIC X(7)  VALUE 'sexta'.
           05  FILLER                PIC X(7)  VALUE 'sabado'.
           05  FILLER                PIC X(7)  VALUE 'domingo'.
       01  WS-DIAS-SEMANA REDEFINES WS-DIAS-SEMANA-VALORES.
           05  WS-DIA-NOME           PIC X(7)  OCCURS 7 TIMES.
       01  WS-DIA-IDX            PIC 9(1).

      *> The consumer being read.
       01  WS-CONS-FREQUENCIA    PIC X.
       01  WS-CONS-DIA-SEMANA    PIC X.
       01  WS-FREQ-TEXTO         PIC X(30).
       01  WS-RUNS               PIC 9(4).
       01  WS-LINHAS             PIC 9(10).
       01  WS-SOMA               PIC 9(15).
       01  WS-VALOR              PIC S9(13)V99.
       01  WS-RUN-LINHAS         PIC 9(10).
       01  WS-RUN-SOMA           PIC 9(15).
       01  WS-RUN-VALOR          PIC S9(13)V99.
       01  WS-RUN-ID             PIC X(10).
       01  WS-RUN-DATE           PIC X(8).
       01  WS-MAIS-ANTIGA        PIC X(8).
       01  WS-MAIS-RECENTE       PIC X(8).
       01  WS-ENTREGA            PIC X(8).
       01  WS-LISTA-RUNS         PIC X.

       01  WS-CT-CONSUMIDORES    PIC 9(4)  VALUE 0.
       01  WS-CT-COM-ACUMULO     PIC 9(4)  VALUE 0.
       01  WS-CT-ATRASADOS       PIC 9(4)  VALUE 0.
       01  WS-CT-LINHAS          PIC 9(10) VALUE 0.

       01  WS-REL-TITULO.
           05  FILLER                PIC X(36) VALUE
               'LINHAS ACUMULADAS E NAO ENTREGUES EM'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-DATA-REF        PIC X(8).
           05  FILLER                PIC X(13) VALUE ' - GERADO EM '.
           05  WS-RT-GERADO          PIC X(14).
       01  WS-REL-CAB-RUN.
           05  FILLER                PIC X(40) VALUE
               '    RUN-ID      RUN DATE      LINHAS    '.
           05  FILLER                PIC X(32) VALUE
               'SOMA CONTROLE        VALOR TOTAL'.
       01  WS-REL-RUN.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  WS-RR-RUN-ID          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-RUN-DATE        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-LINHAS          PIC Z(9)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-SOMA            PIC Z(14)9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-VALOR           PIC -(13)9.99.
       01  WS-QTDE-ED            PIC Z(9)9.
       01  WS-RUNS-ED            PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-REGISTRO-CONS
           PERFORM ABRE-RELATORIO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               PERFORM RELATA-CONSUMIDOR
           END-PERFORM
           PERFORM GRAVA-RESUMO
           CLOSE RELATORIO-FILE
           DISPLAY 'Consumidores com linhas acumuladas: '
                   WS-CT-COM-ACUMULO
           DISPLAY 'Linhas acumuladas                 : '
                   WS-CT-LINHAS
           DISPLAY 'Entregas atrasadas                : '
                   WS-CT-ATRASADOS
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-RELATORIO-NAME)
           IF WS-CT-ATRASADOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE 'ACUMULO_DATA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-REF FROM ENVIRONMENT-VALUE
           IF WS-DATA-REF = SPACE
               MOVE WS-TIMESTAMP(1:8) TO WS-DATA-REF
           END-IF
           IF WS-DATA-REF IS NOT NUMERIC
               DISPLAY 'ACUMULO_DATA invalida (AAAAMMDD): '
                       WS-DATA-REF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-RELATORIO-NAME
           STRING 'acumulo_' DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-RELATORIO-NAME.

       CARREGA-REGISTRO-CONS.
           OPEN INPUT REGISTRO-CONS-FILE
           IF WS-REGISTRO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ REGISTRO-CONS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM GUARDA-REGISTRO-CONS
               END-READ
           END-PERFORM
           IF WS-REGISTRO-STATUS NOT = '35'
               CLOSE REGISTRO-CONS-FILE
           END-IF
           MOVE 'N' TO EOF.

       GUARDA-REGISTRO-CONS.
           MOVE REGISTRO-CONS-RECORD TO WS-CONSUMIDOR-REG
           IF WS-CR-NOME = SPACE
               CONTINUE
           ELSE
               IF WS-REG-COUNT >= WS-REG-MAXIMO
                   DISPLAY 'Mais de ' WS-REG-MAXIMO
                           ' consumidores no registro - '
                           'excedente ignorado.'
                   MOVE 'Y' TO EOF
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-CR-NOME TO WS-RG-NOME(WS-REG-COUNT)
                   MOVE WS-CR-CONTATO TO
                       WS-RG-CONTATO(WS-REG-COUNT)
                   MOVE WS-CR-FREQUENCIA TO
                       WS-RG-FREQUENCIA(WS-REG-COUNT)
                   MOVE WS-CR-DIA-SEMANA TO
                       WS-RG-DIA-SEMANA(WS-REG-COUNT)
               END-IF
           END-IF.

       ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel criar '
                       FUNCTION TRIM(WS-RELATORIO-NAME)
                       ' - status ' WS-RELATORIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-REF TO WS-RT-DATA-REF
           MOVE WS-TIMESTAMP(1:14) TO WS-RT-GERADO
           WRITE RELATORIO-RECORD FROM WS-REL-TITULO.

      *> Same reading of the registry as RoteiaSaida: only 'S' and
      *> 'M' hold rows back. A daily consumer is listed only while
      *> its accumulation still has rows.
       RELATA-CONSUMIDOR.
           MOVE 'D' TO WS-CONS-FREQUENCIA
           IF WS-RG-FREQUENCIA(WS-REG-IDX) = 'S'
                   OR WS-RG-FREQUENCIA(WS-REG-IDX) = 'M'
               MOVE WS-RG-FREQUENCIA(WS-REG-IDX) TO
                   WS-CONS-FREQUENCIA
           END-IF
           MOVE WS-RG-DIA-SEMANA(WS-REG-IDX) TO WS-CONS-DIA-SEMANA
           MOVE SPACE TO WS-ACUMULO-NAME
           STRING 'acumulado_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RG-NOME(WS-REG-IDX))
                      DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-ACUMULO-NAME
           MOVE 'N' TO WS-LISTA-RUNS
           PERFORM LE-ACUMULO
           IF WS-CONS-FREQUENCIA NOT = 'D' OR WS-RUNS > 0
               ADD 1 TO WS-CT-CONSUMIDORES
               PERFORM MONTA-FREQUENCIA
               MOVE SPACE TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
               STRING 'Consumidor ' DELIMITED BY SIZE
                      WS-RG-NOME(WS-REG-IDX) DELIMITED BY SPACE
                      ' - entrega ' DELIMITED BY SIZE
                      WS-FREQ-TEXTO DELIMITED BY '  '
                      ' - contato ' DELIMITED BY SIZE
                      WS-RG-CONTATO(WS-REG-IDX) DELIMITED BY '  '
                   INTO RELATORIO-RECORD
               END-STRING
               WRITE RELATORIO-RECORD
               IF WS-RUNS = 0
                   PERFORM RELATA-SEM-ACUMULO
               ELSE
                   ADD 1 TO WS-CT-COM-ACUMULO
                   ADD WS-LINHAS TO WS-CT-LINHAS
                   WRITE RELATORIO-RECORD FROM WS-REL-CAB-RUN
                   MOVE 'Y' TO WS-LISTA-RUNS
                   PERFORM LE-ACUMULO
                   PERFORM RELATA-TOTAIS
               END-IF
               PERFORM RELATA-ULTIMA-ENTREGA
           END-IF.

       MONTA-FREQUENCIA.
           MOVE SPACE TO WS-FREQ-TEXTO
           EVALUATE WS-CONS-FREQUENCIA
               WHEN 'S'
                   IF WS-CONS-DIA-SEMANA >= '1'
                           AND WS-CONS-DIA-SEMANA <= '7'
                       MOVE WS-CONS-DIA-SEMANA TO WS-DIA-IDX
                       STRING 'semanal, ' DELIMITED BY SIZE
                              WS-DIA-NOME(WS-DIA-IDX)
                                  DELIMITED BY SPACE
                          INTO WS-FREQ-TEXTO
                       END-STRING
                   ELSE
                       MOVE 'semanal sem dia valido (diaria)'
                           TO WS-FREQ-TEXTO
                   END-IF
               WHEN 'M'
                   MOVE 'ultimo dia util do mes' TO WS-FREQ-TEXTO
               WHEN OTHER
                   MOVE 'diaria' TO WS-FREQ-TEXTO
           END-EVALUATE.

      *> One pass to count, a second (WS-LISTA-RUNS) to print a
      *> line per run held. Rows are counted as RoteiaSaida counts
      *> them into the period trailer.
       LE-ACUMULO.
           MOVE 0 TO WS-RUNS
           MOVE 0 TO WS-LINHAS
           MOVE 0 TO WS-SOMA
           MOVE 0 TO WS-VALOR
           MOVE HIGH-VALUE TO WS-MAIS-ANTIGA
           MOVE LOW-VALUE TO WS-MAIS-RECENTE
           OPEN INPUT ACUMULO-FILE
           IF WS-ACUMULO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ ACUMULO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CONTA-LINHA-ACUMULO
               END-READ
           END-PERFORM
           IF WS-ACUMULO-STATUS NOT = '35'
               CLOSE ACUMULO-FILE
           END-IF
           MOVE 'N' TO EOF.

       CONTA-LINHA-ACUMULO.
           MOVE ACUMULO-RECORD TO WS-SAIDA-DETAIL
           EVALUATE WS-SD-TYPE
               WHEN 'H'
                   MOVE ACUMULO-RECORD TO WS-SAIDA-HEADER
                   ADD 1 TO WS-RUNS
                   MOVE WS-SH-RUN-ID TO WS-RUN-ID
                   MOVE WS-SH-RUN-DATE TO WS-RUN-DATE
                   MOVE 0 TO WS-RUN-LINHAS
                   MOVE 0 TO WS-RUN-SOMA
                   MOVE 0 TO WS-RUN-VALOR
                   IF WS-RUN-DATE < WS-MAIS-ANTIGA
                       MOVE WS-RUN-DATE TO WS-MAIS-ANTIGA
                   END-IF
                   IF WS-RUN-DATE > WS-MAIS-RECENTE
                       MOVE WS-RUN-DATE TO WS-MAIS-RECENTE
                   END-IF
               WHEN 'D'
               WHEN 'E'
               WHEN 'R'
                   ADD 1 TO WS-RUN-LINHAS
                   ADD 1 TO WS-LINHAS
                   ADD WS-SD-NUMERO TO WS-RUN-SOMA
                   ADD WS-SD-NUMERO TO WS-SOMA
                   IF WS-SD-TYPE = 'E'
                       MOVE ACUMULO-RECORD TO WS-SAIDA-DETALHE-EXT
                       ADD WS-SE-VALOR TO WS-RUN-VALOR
                       ADD WS-SE-VALOR TO WS-VALOR
                   END-IF
               WHEN 'T'
                   IF WS-LISTA-RUNS = 'Y'
                       MOVE WS-RUN-ID TO WS-RR-RUN-ID
                       MOVE WS-RUN-DATE TO WS-RR-RUN-DATE
                       MOVE WS-RUN-LINHAS TO WS-RR-LINHAS
                       MOVE WS-RUN-SOMA TO WS-RR-SOMA
                       MOVE WS-RUN-VALOR TO WS-RR-VALOR
                       WRITE RELATORIO-RECORD FROM WS-REL-RUN
                   END-IF
           END-EVALUATE.

      *> The period is due on the delivery date of its oldest run;
      *> a date already behind the reference date means the
      *> delivering run never closed it.
       RELATA-TOTAIS.
           MOVE SPACE TO WS-REL-RUN
           MOVE 'TOTAL' TO WS-RR-RUN-ID
           MOVE WS-LINHAS TO WS-RR-LINHAS
           MOVE WS-SOMA TO WS-RR-SOMA
           MOVE WS-VALOR TO WS-RR-VALOR
           WRITE RELATORIO-RECORD FROM WS-REL-RUN
           CALL 'AgendaEntrega' USING WS-CONS-FREQUENCIA
               WS-CONS-DIA-SEMANA WS-MAIS-ANTIGA WS-ENTREGA
           MOVE WS-RUNS TO WS-RUNS-ED
           MOVE SPACE TO RELATORIO-RECORD
           STRING '    ' DELIMITED BY SIZE
                  WS-RUNS-ED DELIMITED BY SIZE
                  ' runs de ' DELIMITED BY SIZE
                  WS-MAIS-ANTIGA DELIMITED BY SIZE
                  ' a ' DELIMITED BY SIZE
                  WS-MAIS-RECENTE DELIMITED BY SIZE
                  ' - entrega prevista em ' DELIMITED BY SIZE
                  WS-ENTREGA DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           IF WS-ENTREGA < WS-DATA-REF
               ADD 1 TO WS-CT-ATRASADOS
               MOVE '*** ATRASADA' TO RELATORIO-RECORD(80:12)
           END-IF
           WRITE RELATORIO-RECORD.

       RELATA-SEM-ACUMULO.
           CALL 'AgendaEntrega' USING WS-CONS-FREQUENCIA
               WS-CONS-DIA-SEMANA WS-DATA-REF WS-ENTREGA
           MOVE SPACE TO RELATORIO-RECORD
           STRING '    Nada acumulado - proxima entrega em '
                      DELIMITED BY SIZE
                  WS-ENTREGA DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD.

       RELATA-ULTIMA-ENTREGA.
           MOVE SPACE TO WS-ACUMULO-NAME
           STRING 'acumulado_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RG-NOME(WS-REG-IDX))
                      DELIMITED BY SIZE
                  '.ent' DELIMITED BY SIZE
               INTO WS-ACUMULO-NAME
           MOVE 'N' TO WS-LISTA-RUNS
           PERFORM LE-ACUMULO
           IF WS-RUNS > 0
               MOVE WS-RUNS TO WS-RUNS-ED
               MOVE WS-LINHAS TO WS-QTDE-ED
               MOVE SPACE TO RELATORIO-RECORD
               STRING '    Ultimo periodo entregue: ' DELIMITED BY SIZE
                      WS-RUNS-ED DELIMITED BY SIZE
                      ' runs de ' DELIMITED BY SIZE
                      WS-MAIS-ANTIGA DELIMITED BY SIZE
                      ' a ' DELIMITED BY SIZE
                      WS-MAIS-RECENTE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-QTDE-ED DELIMITED BY SIZE
                      ' linhas' DELIMITED BY SIZE
                   INTO RELATORIO-RECORD
               END-STRING
               WRITE RELATORIO-RECORD
           END-IF.

       GRAVA-RESUMO.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE WS-CT-CONSUMIDORES TO WS-QTDE-ED
           STRING 'Consumidores com entrega periodica ou acumulo: '
                      DELIMITED BY SIZE
                  WS-QTDE-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           MOVE WS-CT-COM-ACUMULO TO WS-QTDE-ED
           STRING 'Com linhas acumuladas                        : '
                      DELIMITED BY SIZE
                  WS-QTDE-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           MOVE WS-CT-LINHAS TO WS-QTDE-ED
           STRING 'Linhas acumuladas, nao entregues             : '
                      DELIMITED BY SIZE
                  WS-QTDE-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           MOVE WS-CT-ATRASADOS TO WS-QTDE-ED
           STRING 'Entregas atrasadas                           : '
                      DELIMITED BY SIZE
                  WS-QTDE-ED DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD.
