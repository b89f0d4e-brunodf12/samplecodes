       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PlacarEntregas.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Monthly delivery scorecard per
      *>             consumer for the quarterly review with each
      *>             downstream team - until now compiled by hand
      *>             from four places and trusted by nobody. For
      *>             the month in PLACAR_PERIODO (AAAAMM) it reads
      *>             the consumer manifests generated in the month
      *>             (manifesto.dat) and, per consumer: deliveries
      *>             made; acknowledged within the consumer's own
      *>             deadline (consumidores.dat, CONF_LIMITE_DIAS as
      *>             the default exactly as ProcessaConfirmacoes
      *>             applies it) or late, in business days rolled
      *>             through CalendarioFiscal from generation to
      *>             receipt; still unacknowledged past the deadline
      *>             (never acked) or still inside it; the
      *>             retransmissions staged in the month
      *>             (transmissoes.log, RETRANSMITIR lines); and the
      *>             rows returned through devolucoes.in against the
      *>             month's deliveries as a rate of rows shipped.
      *>             The report (placar_AAAAMM.rpt) ends with a
      *>             ranking of the worst offenders: share of
      *>             deliveries not acknowledged on time first, then
      *>             the returned-row rate, then retransmissions.
      *> 2026-10-15  consumidores.dat read at the full 48-byte CONSREC
      *>             record, delivery frequency included.
      *>             Retransmissions of a month RotacionaLogs has moved
      *>             out of transmissoes.log are read from its archive
      *>             (through LocalizaArquivoMorto) before the live
      *>             file, instead of counting as none.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTO-FILE ASSIGN TO 'manifesto.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTO-STATUS.

           SELECT REGISTRO-CONS-FILE ASSIGN TO 'consumidores.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT TRANSLOG-FILE ASSIGN TO WS-TRANSLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLOG-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO 'devolucoes.in'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO WS-RELATORIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD      PIC X(119).

       FD  REGISTRO-CONS-FILE.
       01  REGISTRO-CONS-RECORD  PIC X(48).

      *> The audit line EstagiaTransmissao appends per staging.
       FD  TRANSLOG-FILE.
       01  TRANSLOG-RECORD.
           05  TR-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X.
           05  TR-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  TR-ACAO               PIC X(12).
           05  FILLER                PIC X.
           05  TR-CONSUMIDOR         PIC X(8).
           05  FILLER                PIC X.
           05  TR-RUN-ID             PIC X(10).
           05  FILLER                PIC X.
           05  TR-ARQUIVO            PIC X(70).

       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-RECORD.
           05  DEV-CONSUMIDOR        PIC X(8).
           05  FILLER                PIC X.
           05  DEV-RUN-ID            PIC X(10).
           05  FILLER                PIC X.
           05  DEV-NUMERO            PIC 9(10).
           05  FILLER                PIC X.
           05  DEV-MOTIVO            PIC X(30).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                   PIC X     VALUE 'N'.
       01  WS-MANIFESTO-STATUS   PIC X(2).
       01  WS-REGISTRO-STATUS    PIC X(2).
       01  WS-TRANSLOG-STATUS    PIC X(2).
       01  WS-TRANSLOG-NAME      PIC X(60).
       01  WS-DEVOLUCAO-STATUS   PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-RELATORIO-NAME     PIC X(30).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-PERIODO            PIC X(6).
       01  WS-PER-MES            PIC 9(2).
       01  WS-LIMITE-TXT         PIC X(2).
       01  WS-LIMITE-DIAS        PIC 9(2)  VALUE 2.
       01  WS-LIMITE-EFETIVO     PIC 9(2).
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-HOJE-YYYYMMDD      PIC 9(8).

      *> A month already rotated out of transmissoes.log is read
      *> from its archive file before the live file.
       01  WS-ORIGEM             PIC X(30)
           VALUE 'transmissoes.log'.
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.

       COPY MANIFREC.

       COPY CONSREC.

       01  WS-REG-COUNT          PIC 9(2)  VALUE 0.
       01  WS-REG-MAXIMO         PIC 9(2)  VALUE 10.
       01  WS-REG-TABELA.
           05  WS-REG-ENTRADA    OCCURS 10 TIMES.
               10  WS-RG-NOME        PIC X(8).
               10  WS-RG-LIMITE      PIC 9(2).
       01  WS-REG-IDX            PIC 9(2).

      *> One line per consumer on the scorecard: the registered
      *> consumers first, then any other name the month's
      *> manifests, stagings or returns carry.
       01  WS-PC-COUNT           PIC 9(2)  VALUE 0.
       01  WS-PC-MAXIMO          PIC 9(2)  VALUE 20.
       01  WS-PC-TABELA.
           05  WS-PC-ENTRADA     OCCURS 20 TIMES.
               10  WS-PC-NOME        PIC X(8).
               10  WS-PC-ENTREGAS    PIC 9(5).
               10  WS-PC-NO-PRAZO    PIC 9(5).
               10  WS-PC-ATRASADAS   PIC 9(5).
               10  WS-PC-SEM-CONF    PIC 9(5).
               10  WS-PC-PENDENTES   PIC 9(5).
               10  WS-PC-RETRANS     PIC 9(5).
               10  WS-PC-LINHAS      PIC 9(10).
               10  WS-PC-DEVOLVIDAS  PIC 9(10).
               10  WS-PC-PCT-FALHA   PIC 9(3)V99.
               10  WS-PC-TAXA-DEVOL  PIC 9(3)V99.
               10  WS-PC-CHAVE       PIC 9(15).
               10  WS-PC-POSICAO     PIC 9(2).
       01  WS-P                  PIC 9(2).
       01  WS-Q                  PIC 9(2).
       01  WS-MELHOR             PIC 9(2).
       01  WS-POSICAO            PIC 9(2).

      *> The month's consumer deliveries, kept so a returned row
      *> can be tied to the delivery it came back from.
       01  WS-ENT-COUNT          PIC 9(4)  VALUE 0.
       01  WS-ENT-MAXIMO         PIC 9(4)  VALUE 2000.
       01  WS-ENT-OVERFLOW       PIC X     VALUE 'N'.
       01  WS-ENT-TABELA.
           05  WS-ENT-ENTRADA    OCCURS 2000 TIMES.
               10  WS-EN-RUN-ID      PIC X(10).
               10  WS-EN-CONSUMIDOR  PIC X(8).
       01  WS-E                  PIC 9(4).
       01  WS-ACHOU              PIC X.

       01  WS-NOME-BUSCA         PIC X(8).
       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-RESULTADO      PIC X.
       01  WS-GER-ANO            PIC 9(4).
       01  WS-GER-MES            PIC 9(2).
       01  WS-GER-DIA            PIC 9(2).
       01  WS-GER-YYYYMMDD       PIC 9(8).
       01  WS-FIM-YYYYMMDD       PIC 9(8).
       01  WS-DIAS-UTEIS         PIC 9(3).

       01  WS-MAN-LIDOS          PIC 9(6)  VALUE 0.
       01  WS-RETRANS-LIDAS      PIC 9(6)  VALUE 0.
       01  WS-DEV-LIDAS          PIC 9(6)  VALUE 0.
       01  WS-DEV-FORA           PIC 9(6)  VALUE 0.

       01  WS-REL-TITULO.
           05  FILLER                PIC X(45) VALUE
               'PLACAR DE ENTREGAS POR CONSUMIDOR - PERIODO '.
           05  WS-RT-PERIODO         PIC X(6).
           05  FILLER                PIC X(13) VALUE
               '  - GERADO EM'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-GERADO          PIC X(14).
       01  WS-REL-CABECALHO.
           05  FILLER                PIC X(10) VALUE 'CONSUMIDOR'.
           05  FILLER                PIC X(9)  VALUE ' ENTREGAS'.
           05  FILLER                PIC X(9)  VALUE ' NO PRAZO'.
           05  FILLER                PIC X(9)  VALUE '  ATRASO'.
           05  FILLER                PIC X(9)  VALUE ' SEM CONF'.
           05  FILLER                PIC X(9)  VALUE ' PEND.OK'.
           05  FILLER                PIC X(9)  VALUE ' RETRANS'.
           05  FILLER                PIC X(12) VALUE '     LINHAS'.
           05  FILLER                PIC X(12) VALUE '  DEVOLVIDAS'.
           05  FILLER                PIC X(9)  VALUE '  DEVOL%'.
           05  FILLER                PIC X(9)  VALUE '  FALHA%'.
       01  WS-REL-DETALHE.
           05  WS-RD-NOME            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-ENTREGAS        PIC Z(8)9.
           05  WS-RD-NO-PRAZO        PIC Z(8)9.
           05  WS-RD-ATRASADAS       PIC Z(8)9.
           05  WS-RD-SEM-CONF        PIC Z(8)9.
           05  WS-RD-PENDENTES       PIC Z(8)9.
           05  WS-RD-RETRANS         PIC Z(8)9.
           05  WS-RD-LINHAS          PIC Z(11)9.
           05  WS-RD-DEVOLVIDAS      PIC Z(11)9.
           05  WS-RD-TAXA-DEVOL      PIC Z(5)9.99.
           05  WS-RD-PCT-FALHA       PIC Z(5)9.99.
       01  WS-REL-CAB-RANKING.
           05  FILLER                PIC X(5)  VALUE 'POS.'.
           05  FILLER                PIC X(10) VALUE 'CONSUMIDOR'.
           05  FILLER                PIC X(9)  VALUE '  FALHA%'.
           05  FILLER                PIC X(9)  VALUE '  DEVOL%'.
           05  FILLER                PIC X(9)  VALUE ' RETRANS'.
       01  WS-REL-RANKING.
           05  WS-RR-POSICAO         PIC Z9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  WS-RR-NOME            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-PCT-FALHA       PIC Z(5)9.99.
           05  WS-RR-TAXA-DEVOL      PIC Z(5)9.99.
           05  WS-RR-RETRANS         PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-REGISTRO-CONS
           PERFORM LE-MANIFESTOS
           PERFORM LE-TRANSMISSOES
           PERFORM LE-DEVOLUCOES
           PERFORM CALCULA-INDICES
           PERFORM CLASSIFICA-CONSUMIDORES
           PERFORM GRAVA-RELATORIO
           PERFORM PRINT-SUMMARY
           IF WS-ENT-OVERFLOW = 'Y'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-OPTIONS.
           MOVE 'PLACAR_PERIODO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIODO FROM ENVIRONMENT-VALUE
           IF WS-PERIODO = SPACE OR WS-PERIODO IS NOT NUMERIC
               DISPLAY 'Informar PLACAR_PERIODO (AAAAMM).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-PER-MES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'PLACAR_PERIODO invalido: ' WS-PERIODO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CONF_LIMITE_DIAS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMITE-TXT FROM ENVIRONMENT-VALUE
           IF WS-LIMITE-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-LIMITE-TXT) > 0
               COMPUTE WS-LIMITE-DIAS =
                   FUNCTION NUMVAL(WS-LIMITE-TXT)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-HOJE-YYYYMMDD
           MOVE SPACE TO WS-RELATORIO-NAME
           STRING 'placar_' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
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
                   MOVE WS-CR-LIMITE-DIAS TO
                       WS-RG-LIMITE(WS-REG-COUNT)
                   MOVE WS-CR-NOME TO WS-NOME-BUSCA
                   PERFORM LOCALIZA-CONSUMIDOR
               END-IF
           END-IF.

      *> Finds WS-NOME-BUSCA on the scorecard, adding it when new;
      *> WS-P is left at its line, or at zero when the table is
      *> full.
       LOCALIZA-CONSUMIDOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PC-COUNT OR WS-ACHOU = 'Y'
               IF WS-PC-NOME(WS-P) = WS-NOME-BUSCA
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-P
           ELSE
               IF WS-PC-COUNT >= WS-PC-MAXIMO
                   DISPLAY 'Mais de ' WS-PC-MAXIMO
                           ' consumidores - ' WS-NOME-BUSCA
                           ' fora do placar.'
                   MOVE 0 TO WS-P
               ELSE
                   ADD 1 TO WS-PC-COUNT
                   MOVE WS-PC-COUNT TO WS-P
                   INITIALIZE WS-PC-ENTRADA(WS-P)
                   MOVE WS-NOME-BUSCA TO WS-PC-NOME(WS-P)
               END-IF
           END-IF.

      *> Only the per-consumer manifests count as deliveries; the
      *> combined-file manifests carry no consumer.
       LE-MANIFESTOS.
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIFESTO-STATUS NOT = '00'
               DISPLAY 'Sem manifesto.dat - nenhuma entrega.'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ MANIFESTO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE MANIFESTO-RECORD TO WS-MANIFESTO
                       IF WS-MF-CONSUMIDOR NOT = SPACE
                               AND WS-MF-GERADO-TS(1:6) = WS-PERIODO
                           ADD 1 TO WS-MAN-LIDOS
                           PERFORM AVALIA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANIFESTO-STATUS NOT = '35'
               CLOSE MANIFESTO-FILE
           END-IF
           MOVE 'N' TO EOF.

       AVALIA-ENTREGA.
           MOVE WS-MF-CONSUMIDOR TO WS-NOME-BUSCA
           PERFORM LOCALIZA-CONSUMIDOR
           IF WS-P > 0
               ADD 1 TO WS-PC-ENTREGAS(WS-P)
               ADD WS-MF-ROW-COUNT TO WS-PC-LINHAS(WS-P)
               PERFORM RESOLVE-LIMITE-CONSUMIDOR
               IF WS-MF-STATUS = 'C'
                   IF WS-MF-ACK-TS(1:8) IS NUMERIC
                       MOVE WS-MF-ACK-TS(1:8) TO WS-FIM-YYYYMMDD
                   ELSE
                       MOVE WS-MF-GERADO-TS(1:8) TO WS-FIM-YYYYMMDD
                   END-IF
                   PERFORM CONTA-DIAS-UTEIS
                   IF WS-DIAS-UTEIS > WS-LIMITE-EFETIVO
                       ADD 1 TO WS-PC-ATRASADAS(WS-P)
                   ELSE
                       ADD 1 TO WS-PC-NO-PRAZO(WS-P)
                   END-IF
               ELSE
                   MOVE WS-HOJE-YYYYMMDD TO WS-FIM-YYYYMMDD
                   PERFORM CONTA-DIAS-UTEIS
                   IF WS-DIAS-UTEIS > WS-LIMITE-EFETIVO
                       ADD 1 TO WS-PC-SEM-CONF(WS-P)
                   ELSE
                       ADD 1 TO WS-PC-PENDENTES(WS-P)
                   END-IF
               END-IF
               PERFORM GUARDA-ENTREGA
           END-IF.

      *> The registered consumer's own deadline wins, as in
      *> ProcessaConfirmacoes; anyone else keeps the default.
       RESOLVE-LIMITE-CONSUMIDOR.
           MOVE WS-LIMITE-DIAS TO WS-LIMITE-EFETIVO
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOME(WS-REG-IDX) = WS-MF-CONSUMIDOR
                   MOVE WS-RG-LIMITE(WS-REG-IDX) TO
                       WS-LIMITE-EFETIVO
               END-IF
           END-PERFORM.

      *> Business days from the generation date up to the end date
      *> (the receipt, or today for a delivery still pending),
      *> rolling forward through CalendarioFiscal the way the
      *> acknowledgment aging check counts them.
       CONTA-DIAS-UTEIS.
           MOVE WS-MF-GERADO-TS(1:4) TO WS-GER-ANO
           MOVE WS-MF-GERADO-TS(5:2) TO WS-GER-MES
           MOVE WS-MF-GERADO-TS(7:2) TO WS-GER-DIA
           MOVE 0 TO WS-DIAS-UTEIS
           MOVE 'P' TO WS-CAL-FUNCAO
           COMPUTE WS-GER-YYYYMMDD =
               WS-GER-ANO * 10000 + WS-GER-MES * 100 + WS-GER-DIA
           PERFORM UNTIL WS-GER-YYYYMMDD >= WS-FIM-YYYYMMDD
                   OR WS-DIAS-UTEIS > WS-LIMITE-EFETIVO
               CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO
                   WS-GER-ANO WS-GER-MES WS-GER-DIA
                   WS-CAL-RESULTADO
               ADD 1 TO WS-DIAS-UTEIS
               COMPUTE WS-GER-YYYYMMDD =
                   WS-GER-ANO * 10000 + WS-GER-MES * 100
                   + WS-GER-DIA
           END-PERFORM.

       GUARDA-ENTREGA.
           IF WS-ENT-COUNT >= WS-ENT-MAXIMO
               IF WS-ENT-OVERFLOW = 'N'
                   DISPLAY 'Mais de ' WS-ENT-MAXIMO ' entregas no '
                           'mes - devolucoes incompletas.'
                   MOVE 'Y' TO WS-ENT-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-MF-RUN-ID TO WS-EN-RUN-ID(WS-ENT-COUNT)
               MOVE WS-MF-CONSUMIDOR TO
                   WS-EN-CONSUMIDOR(WS-ENT-COUNT)
           END-IF.

       LE-TRANSMISSOES.
           MOVE WS-PERIODO TO WS-MES-DE
           MOVE WS-PERIODO TO WS-MES-ATE
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-TRANSLOG-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   PERFORM LE-ARQUIVO-TRANSMISSOES
               END-IF
           END-PERFORM
           MOVE WS-ORIGEM TO WS-TRANSLOG-NAME
           PERFORM LE-ARQUIVO-TRANSMISSOES.

      *> The archive's CONTROLE record never matches the period.
       LE-ARQUIVO-TRANSMISSOES.
           OPEN INPUT TRANSLOG-FILE
           IF WS-TRANSLOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ TRANSLOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TR-ACAO = 'RETRANSMITIR'
                               AND TR-TIMESTAMP(1:6) = WS-PERIODO
                           ADD 1 TO WS-RETRANS-LIDAS
                           MOVE TR-CONSUMIDOR TO WS-NOME-BUSCA
                           PERFORM LOCALIZA-CONSUMIDOR
                           IF WS-P > 0
                               ADD 1 TO WS-PC-RETRANS(WS-P)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANSLOG-STATUS NOT = '35'
               CLOSE TRANSLOG-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> A returned row counts against the consumer only when its
      *> run id is one of that consumer's deliveries in the month.
       LE-DEVOLUCOES.
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DEVOLUCAO-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ DEVOLUCAO-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-DEV-LIDAS
                       PERFORM AVALIA-DEVOLUCAO
               END-READ
           END-PERFORM
           IF WS-DEVOLUCAO-STATUS NOT = '35'
               CLOSE DEVOLUCAO-FILE
           END-IF
           MOVE 'N' TO EOF.

       AVALIA-DEVOLUCAO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ENT-COUNT OR WS-ACHOU = 'Y'
               IF WS-EN-RUN-ID(WS-E) = DEV-RUN-ID
                       AND WS-EN-CONSUMIDOR(WS-E) = DEV-CONSUMIDOR
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'Y'
               MOVE DEV-CONSUMIDOR TO WS-NOME-BUSCA
               PERFORM LOCALIZA-CONSUMIDOR
               IF WS-P > 0
                   ADD 1 TO WS-PC-DEVOLVIDAS(WS-P)
               END-IF
           ELSE
               ADD 1 TO WS-DEV-FORA
           END-IF.

      *> FALHA% = deliveries not acknowledged on time (late or never
      *> acknowledged) over deliveries made; DEVOL% = returned rows
      *> over rows shipped. The ranking key packs FALHA%, DEVOL% and
      *> the retransmission count in that order of weight.
       CALCULA-INDICES.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PC-COUNT
               MOVE 0 TO WS-PC-PCT-FALHA(WS-P)
               MOVE 0 TO WS-PC-TAXA-DEVOL(WS-P)
               IF WS-PC-ENTREGAS(WS-P) > 0
                   COMPUTE WS-PC-PCT-FALHA(WS-P) ROUNDED =
                       (WS-PC-ATRASADAS(WS-P) + WS-PC-SEM-CONF(WS-P))
                       * 100 / WS-PC-ENTREGAS(WS-P)
               END-IF
               IF WS-PC-LINHAS(WS-P) > 0
                   COMPUTE WS-PC-TAXA-DEVOL(WS-P) ROUNDED =
                       WS-PC-DEVOLVIDAS(WS-P) * 100
                       / WS-PC-LINHAS(WS-P)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-PC-TAXA-DEVOL(WS-P)
                   END-COMPUTE
               END-IF
               COMPUTE WS-PC-CHAVE(WS-P) =
                   WS-PC-PCT-FALHA(WS-P) * 1000000000000
                   + WS-PC-TAXA-DEVOL(WS-P) * 10000000
                   + WS-PC-RETRANS(WS-P)
               MOVE 0 TO WS-PC-POSICAO(WS-P)
           END-PERFORM.

      *> Selection by repeated maximum - the table is small. Ties
      *> keep scorecard order.
       CLASSIFICA-CONSUMIDORES.
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-PC-COUNT
               MOVE 0 TO WS-MELHOR
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-PC-COUNT
                   IF WS-PC-POSICAO(WS-Q) = 0
                       IF WS-MELHOR = 0
                           MOVE WS-Q TO WS-MELHOR
                       ELSE
                           IF WS-PC-CHAVE(WS-Q) >
                                   WS-PC-CHAVE(WS-MELHOR)
                               MOVE WS-Q TO WS-MELHOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-POSICAO TO WS-PC-POSICAO(WS-MELHOR)
           END-PERFORM.

       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel criar '
                       FUNCTION TRIM(WS-RELATORIO-NAME)
                       ' - status ' WS-RELATORIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO TO WS-RT-PERIODO
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RT-GERADO
           WRITE RELATORIO-RECORD FROM WS-REL-TITULO
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Prazo padrao de confirmacao (dias uteis): '
                      DELIMITED BY SIZE
                  WS-LIMITE-DIAS DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CABECALHO
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PC-COUNT
               PERFORM GRAVA-LINHA-CONSUMIDOR
           END-PERFORM
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'PIORES DESEMPENHOS (FALHA%, DEVOL%, RETRANS)'
               TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CAB-RANKING
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-PC-COUNT
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PC-COUNT
                   IF WS-PC-POSICAO(WS-P) = WS-POSICAO
                       PERFORM GRAVA-LINHA-RANKING
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE RELATORIO-FILE.

       GRAVA-LINHA-CONSUMIDOR.
           MOVE WS-PC-NOME(WS-P) TO WS-RD-NOME
           MOVE WS-PC-ENTREGAS(WS-P) TO WS-RD-ENTREGAS
           MOVE WS-PC-NO-PRAZO(WS-P) TO WS-RD-NO-PRAZO
           MOVE WS-PC-ATRASADAS(WS-P) TO WS-RD-ATRASADAS
           MOVE WS-PC-SEM-CONF(WS-P) TO WS-RD-SEM-CONF
           MOVE WS-PC-PENDENTES(WS-P) TO WS-RD-PENDENTES
           MOVE WS-PC-RETRANS(WS-P) TO WS-RD-RETRANS
           MOVE WS-PC-LINHAS(WS-P) TO WS-RD-LINHAS
           MOVE WS-PC-DEVOLVIDAS(WS-P) TO WS-RD-DEVOLVIDAS
           MOVE WS-PC-TAXA-DEVOL(WS-P) TO WS-RD-TAXA-DEVOL
           MOVE WS-PC-PCT-FALHA(WS-P) TO WS-RD-PCT-FALHA
           WRITE RELATORIO-RECORD FROM WS-REL-DETALHE.

      *> A consumer with nothing against it in the month closes
      *> the ranking without being named an offender.
       GRAVA-LINHA-RANKING.
           IF WS-PC-CHAVE(WS-P) > 0
               MOVE WS-POSICAO TO WS-RR-POSICAO
               MOVE WS-PC-NOME(WS-P) TO WS-RR-NOME
               MOVE WS-PC-PCT-FALHA(WS-P) TO WS-RR-PCT-FALHA
               MOVE WS-PC-TAXA-DEVOL(WS-P) TO WS-RR-TAXA-DEVOL
               MOVE WS-PC-RETRANS(WS-P) TO WS-RR-RETRANS
               WRITE RELATORIO-RECORD FROM WS-REL-RANKING
           END-IF.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Placar de entregas - ' WS-PERIODO
           DISPLAY 'Consumidores no placar     : ' WS-PC-COUNT
           DISPLAY 'Entregas no mes            : ' WS-MAN-LIDOS
           DISPLAY 'Retransmissoes no mes      : ' WS-RETRANS-LIDAS
           DISPLAY 'Devolucoes lidas           : ' WS-DEV-LIDAS
           DISPLAY 'Devolucoes de outros meses : ' WS-DEV-FORA
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PC-COUNT
               IF WS-PC-POSICAO(WS-P) = 1 AND WS-PC-CHAVE(WS-P) > 0
                   DISPLAY 'Pior desempenho            : '
                           WS-PC-NOME(WS-P)
               END-IF
           END-PERFORM
           DISPLAY 'Relatorio em ' FUNCTION TRIM(WS-RELATORIO-NAME)
           DISPLAY '========================================'.
