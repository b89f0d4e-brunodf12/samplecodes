      *>             denied INCLUIR could otherwise load numeros
      *>             through this program anyway. Discarding stays
      *>             open: it touches only the staging.
      *> 2026-10-15  Each remessa now gets a return file for the
      *>             supplier
      *>             (remessa_retorno_<fornecedor>_<data>_<stamp>.txt,
      *>             in their own H/D/T style): one line per detail they
      *>             sent, in their order, with its final outcome - ACE
      *>             included, DUP duplicate, REJ rejected by
      *>             ValidaNumeroSaida, DES discarded in review - and
      *>             the reason, and a trailer with their original count
      *>             and the split by outcome. The outcome of every line
      *>             and every later staging decision is kept in the new
      *>             disposition ledger remessa_disposicao.dat (shared
      *>             DISPREC layout), and the return is issued as soon
      *>             as no line of that remessa is still waiting in the
      *>             staging: at intake when nothing was staged,
      *>             otherwise when the approval option finishes with
      *>             the last entry. All staging entries of one remessa
      *>             now carry the same intake stamp in ES-CARREGADO-TS.
      *> 2026-10-15  Every numero of a remessa is now also checked
      *>             against the sender's allocated blocks in the range
      *>             registry (faixas_fornecedor.dat) through the shared
      *>             VerificaFaixaFornecedor routine; one outside them
      *>             is rejected (REJ) with the reason and reported back
      *>             on the return file like any other rejection. An
      *>             approved staging entry is now inserted with its
      *>             fornecedor.
      *> 2026-10-15  The staging entry layout moved to the shared
      *>             ESTGREC copybook now that ConsultaFornecedor reads
      *>             the staging.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT DISPOSICAO-FILE ASSIGN TO 'remessa_disposicao.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSICAO-STATUS.

           SELECT RETORNO-FILE ASSIGN TO WS-RETORNO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout do fornecedor: H fornecedor data-da-remessa,
       FD  CHANGE-LOG-FILE.
       COPY CHGLOGREC.

       FD  DISPOSICAO-FILE.
       01  DISPOSICAO-RECORD     PIC X(123).

      *> Retorno ao fornecedor, no estilo H/D/T da propria remessa:
      *> H fornecedor data-da-remessa data-do-retorno, D numero
      *> situacao motivo, T contagem original e quebra por situacao.
       FD  RETORNO-FILE.
       01  RETORNO-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  SQLCODE               PIC S9(9) COMP.
       01  DB-CONNECTION         PIC X(20) VALUE 'compras'.
       01  WS-ESTAGIO-STATUS     PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-CHANGELOG-STATUS   PIC X(2).
       01  WS-DISPOSICAO-STATUS  PIC X(2).
       01  WS-RETORNO-STATUS     PIC X(2).
       01  WS-RETORNO-NAME       PIC X(60).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-NUMERO-VALIDO      PIC X     VALUE 'Y'.
       01  WS-REJECT-MOTIVO      PIC X(40).
       01  WS-ACAO-SALVA         PIC X(10).
       01  WS-FORNECEDOR         PIC X(10).

       01  WS-REM-HEADER.
           05  WS-RH-TIPO            PIC X(1).
       01  WS-DUPLICADOS         PIC 9(6)  VALUE 0.
       01  WS-REJEITADOS         PIC 9(6)  VALUE 0.

       COPY ESTGREC.

       01  WS-EST-EOF            PIC X     VALUE 'N'.
       01  WS-EST-COUNT          PIC 9(3)  VALUE 0.
       01  WS-AUT-FUNCAO         PIC X(12).
       01  WS-AUTORIZADO         PIC X.

       COPY DISPREC.

       01  WS-REM-RECEBIDO-TS    PIC X(26).
       01  WS-SITUACAO-DECISAO   PIC X(3).
       01  WS-MOTIVO-DECISAO     PIC X(40).

      *> Remessas whose staging entries were decided in one pass
      *> of the approval option - each is offered a return file
      *> once the staging rewrite is done.
       01  WS-TOCADA-COUNT       PIC 9(3)  VALUE 0.
       01  WS-TOCADA-MAXIMO      PIC 9(3)  VALUE 100.
       01  WS-TOCADA-TABELA.
           05  WS-TOCADA-ENTRADA OCCURS 100 TIMES.
               10  WS-TC-FORNECEDOR  PIC X(10).
               10  WS-TC-REMESSA-DATA PIC X(8).
               10  WS-TC-RECEBIDO-TS PIC X(14).
       01  WS-TOCADA-IDX         PIC 9(3).
       01  WS-TOCADA-ACHOU       PIC X.

       01  WS-RET-FORNECEDOR     PIC X(10).
       01  WS-RET-REMESSA-DATA   PIC X(8).
       01  WS-RET-RECEBIDO-TS    PIC X(14).
       01  WS-RET-EOF            PIC X     VALUE 'N'.
       01  WS-RET-JA-EMITIDO     PIC X     VALUE 'N'.
       01  WS-RET-PENDENTE       PIC X     VALUE 'N'.
       01  WS-RET-COUNT          PIC 9(6)  VALUE 0.
       01  WS-RET-TABELA.
           05  WS-RET-LINHA      OCCURS 5000 TIMES.
               10  WS-RL-NUMERO      PIC 9(10).
               10  WS-RL-SITUACAO    PIC X(3).
               10  WS-RL-MOTIVO      PIC X(40).
       01  WS-RET-IDX            PIC 9(6).
       01  WS-RET-ACEITOS        PIC 9(6)  VALUE 0.
       01  WS-RET-DUPLICADOS     PIC 9(6)  VALUE 0.
       01  WS-RET-REJEITADOS     PIC 9(6)  VALUE 0.
       01  WS-RET-DESCARTADOS    PIC 9(6)  VALUE 0.

       01  WS-RET-HEADER.
           05  WS-RTH-TIPO           PIC X(1)  VALUE 'H'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTH-FORNECEDOR     PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTH-REMESSA-DATA   PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTH-RETORNO-DATA   PIC X(8).
       01  WS-RET-DETALHE.
           05  WS-RTD-TIPO           PIC X(1)  VALUE 'D'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTD-NUMERO         PIC 9(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTD-SITUACAO       PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTD-MOTIVO         PIC X(40).
       01  WS-RET-TRAILER.
           05  WS-RTT-TIPO           PIC X(1)  VALUE 'T'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTT-CONTAGEM       PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTT-ACEITOS        PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTT-DUPLICADOS     PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTT-REJEITADOS     PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RTT-DESCARTADOS    PIC 9(6).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
                   DISPLAY 'Linha da remessa com tipo invalido'
           END-EVALUATE.

      *> One intake stamp per remessa: every staging entry and
      *> every disposition line of this file carries the same
      *> value, which is what ties a later staging decision back
      *> to the remessa it came in on.
       APLICA-REMESSA.
           MOVE FUNCTION CURRENT-DATE TO WS-REM-RECEBIDO-TS
           OPEN OUTPUT RELATORIO-FILE
           OPEN EXTEND ESTAGIO-FILE
           IF WS-ESTAGIO-STATUS NOT = '00'
               OPEN OUTPUT ESTAGIO-FILE
           END-IF
           OPEN EXTEND DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               OPEN OUTPUT DISPOSICAO-FILE
           END-IF
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-COUNT
               MOVE WS-REM-NUMERO(WS-REM-IDX) TO WS-NUMERO
               PERFORM AVALIA-NUMERO-REMESSA
               PERFORM GRAVA-DISPOSICAO-LINHA
           END-PERFORM
           CLOSE DISPOSICAO-FILE
           CLOSE ESTAGIO-FILE
           CLOSE RELATORIO-FILE
           DISPLAY 'Remessa de ' WS-REM-FORNECEDOR ' ('
                   WS-REM-DATA ')'
           DISPLAY 'Aceitos para staging : ' WS-ACEITOS
           DISPLAY 'Duplicados           : ' WS-DUPLICADOS
           DISPLAY 'Rejeitados           : ' WS-REJEITADOS
      *> Nothing staged means nothing left to decide - the
      *> return goes out now.
           MOVE WS-REM-FORNECEDOR TO WS-RET-FORNECEDOR
           MOVE WS-REM-DATA TO WS-RET-REMESSA-DATA
           MOVE WS-REM-RECEBIDO-TS(1:14) TO WS-RET-RECEBIDO-TS
           PERFORM EMITE-RETORNO.

      *> VALUE clauses on FD fillers are not honored, so the
      *> record is built in storage and written FROM it.
       GRAVA-DISPOSICAO-LINHA.
           MOVE SPACES TO WS-DISPOSICAO
           MOVE 'L' TO WS-DP-TIPO
           MOVE WS-REM-FORNECEDOR TO WS-DP-FORNECEDOR
           MOVE WS-REM-DATA TO WS-DP-REMESSA-DATA
           MOVE WS-REM-RECEBIDO-TS(1:14) TO WS-DP-RECEBIDO-TS
           MOVE WS-REM-IDX TO WS-DP-SEQ
           MOVE WS-NUMERO TO WS-DP-NUMERO
           MOVE WS-LINHA-STATUS TO WS-DP-SITUACAO
           MOVE WS-LINHA-MOTIVO TO WS-DP-MOTIVO
           MOVE WS-USUARIO TO WS-DP-USUARIO
           MOVE WS-REM-RECEBIDO-TS(1:14) TO WS-DP-GRAVADO-TS
           WRITE DISPOSICAO-RECORD FROM WS-DISPOSICAO.

      *> A numero outside the sender's allocated blocks is
      *> rejected like one that fails ValidaNumeroSaida.
       AVALIA-NUMERO-REMESSA.
           CALL 'ValidaNumeroSaida' USING WS-NUMERO
               WS-NUMERO-VALIDO WS-REJECT-MOTIVO
           IF WS-NUMERO-VALIDO = 'Y'
               CALL 'VerificaFaixaFornecedor' USING
                   WS-REM-FORNECEDOR WS-NUMERO
                   WS-NUMERO-VALIDO WS-REJECT-MOTIVO
           END-IF
           IF WS-NUMERO-VALIDO NOT = 'Y'
               ADD 1 TO WS-REJEITADOS
               MOVE 'REJ' TO WS-LINHA-STATUS
           MOVE WS-NUMERO TO ES-NUMERO
           MOVE WS-REM-FORNECEDOR TO ES-FORNECEDOR
           MOVE WS-REM-DATA TO ES-REMESSA-DATA
           MOVE WS-REM-RECEBIDO-TS TO ES-CARREGADO-TS
           WRITE ESTAGIO-RECORD FROM WS-ESTAGIO-PENDENCIA
           IF WS-EST-COUNT < WS-EST-MAXIMO
               ADD 1 TO WS-EST-COUNT
           IF WS-EST-PENDENTES = 0
               DISPLAY 'Nenhuma entrada pendente no staging.'
           ELSE
               MOVE 0 TO WS-TOCADA-COUNT
               MOVE 1 TO WS-EST-ESCOLHA
               PERFORM UNTIL WS-EST-ESCOLHA = 0
                   PERFORM LISTA-ESTAGIO
                   END-IF
               END-PERFORM
               PERFORM GRAVA-ESTAGIO
               PERFORM VARYING WS-TOCADA-IDX FROM 1 BY 1
                       UNTIL WS-TOCADA-IDX > WS-TOCADA-COUNT
                   MOVE WS-TC-FORNECEDOR(WS-TOCADA-IDX) TO
                       WS-RET-FORNECEDOR
                   MOVE WS-TC-REMESSA-DATA(WS-TOCADA-IDX) TO
                       WS-RET-REMESSA-DATA
                   MOVE WS-TC-RECEBIDO-TS(WS-TOCADA-IDX) TO
                       WS-RET-RECEBIDO-TS
                   PERFORM EMITE-RETORNO
               END-PERFORM
           END-IF
           END-IF.

               END-IF
           END-IF.

      *> The supplier the numero came from is recorded on the
      *> row, so the extended extract, the allocation registry and
      *> the supplier-level maintenance all see who owns it.
       APROVA-ENTRADA.
           MOVE ES-NUMERO TO WS-NUMERO-NOVO
           MOVE ES-FORNECEDOR TO WS-FORNECEDOR
           EXEC SQL
               INSERT INTO numeros
                   (numero, fornecedor, status,
                    dt_atualizacao, atualizado_por)
               VALUES (:WS-NUMERO-NOVO, :WS-FORNECEDOR, 'A',
                       CURRENT TIMESTAMP, :WS-USUARIO)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Erro ao incluir, SQLCODE: ' SQLCODE
               MOVE 'A' TO ES-STATUS
               MOVE WS-ESTAGIO-PENDENCIA TO
                   WS-EST-ENTRADA(WS-EST-ESCOLHA)
               MOVE 'ACE' TO WS-SITUACAO-DECISAO
               MOVE 'INCLUIDO EM COMPRAS.NUMEROS'
                   TO WS-MOTIVO-DECISAO
               PERFORM GRAVA-DISPOSICAO-DECISAO
               DISPLAY 'Numero aprovado e incluido.'
           END-IF.

           MOVE 'D' TO ES-STATUS
           MOVE WS-ESTAGIO-PENDENCIA TO
               WS-EST-ENTRADA(WS-EST-ESCOLHA)
           MOVE 'DES' TO WS-SITUACAO-DECISAO
           MOVE 'DESCARTADO NA REVISAO DO STAGING'
               TO WS-MOTIVO-DECISAO
           PERFORM GRAVA-DISPOSICAO-DECISAO
           DISPLAY 'Entrada descartada.'.

      *> The decision is appended at once (the staging itself is
      *> only rewritten when the operator leaves the option) and
      *> its remessa is remembered for the return check.
       GRAVA-DISPOSICAO-DECISAO.
           MOVE SPACES TO WS-DISPOSICAO
           MOVE 'A' TO WS-DP-TIPO
           MOVE ES-FORNECEDOR TO WS-DP-FORNECEDOR
           MOVE ES-REMESSA-DATA TO WS-DP-REMESSA-DATA
           MOVE ES-CARREGADO-TS(1:14) TO WS-DP-RECEBIDO-TS
           MOVE 0 TO WS-DP-SEQ
           MOVE ES-NUMERO TO WS-DP-NUMERO
           MOVE WS-SITUACAO-DECISAO TO WS-DP-SITUACAO
           MOVE WS-MOTIVO-DECISAO TO WS-DP-MOTIVO
           MOVE WS-USUARIO TO WS-DP-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-DP-GRAVADO-TS
           PERFORM APENSA-DISPOSICAO
           MOVE 'N' TO WS-TOCADA-ACHOU
           PERFORM VARYING WS-TOCADA-IDX FROM 1 BY 1
                   UNTIL WS-TOCADA-IDX > WS-TOCADA-COUNT
                   OR WS-TOCADA-ACHOU = 'Y'
               IF WS-TC-FORNECEDOR(WS-TOCADA-IDX) = ES-FORNECEDOR
                       AND WS-TC-REMESSA-DATA(WS-TOCADA-IDX) =
                           ES-REMESSA-DATA
                       AND WS-TC-RECEBIDO-TS(WS-TOCADA-IDX) =
                           ES-CARREGADO-TS(1:14)
                   MOVE 'Y' TO WS-TOCADA-ACHOU
               END-IF
           END-PERFORM
      *> Past the table a remessa is simply not checked in this
      *> pass; the next decision on any of its entries, or its
      *> last one, offers the return again.
           IF WS-TOCADA-ACHOU = 'N'
                   AND WS-TOCADA-COUNT < WS-TOCADA-MAXIMO
               ADD 1 TO WS-TOCADA-COUNT
               MOVE ES-FORNECEDOR TO
                   WS-TC-FORNECEDOR(WS-TOCADA-COUNT)
               MOVE ES-REMESSA-DATA TO
                   WS-TC-REMESSA-DATA(WS-TOCADA-COUNT)
               MOVE ES-CARREGADO-TS(1:14) TO
                   WS-TC-RECEBIDO-TS(WS-TOCADA-COUNT)
           END-IF.

       APENSA-DISPOSICAO.
           OPEN EXTEND DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               OPEN OUTPUT DISPOSICAO-FILE
           END-IF
           WRITE DISPOSICAO-RECORD FROM WS-DISPOSICAO
           CLOSE DISPOSICAO-FILE.

      *> The ledger is the whole truth about a remessa: its 'L'
      *> lines in the supplier's order, the 'A' decisions that
      *> settle the staged ones, and an 'R' line once the return
      *> went out. A remessa with a staged line still undecided,
      *> or already answered, or taken in before the ledger
      *> existed (no 'L' lines), gets no return.
       EMITE-RETORNO.
           MOVE 0 TO WS-RET-COUNT
           MOVE 'N' TO WS-RET-JA-EMITIDO
           MOVE 'N' TO WS-RET-PENDENTE
           MOVE 'N' TO WS-RET-EOF
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISPOSICAO-STATUS NOT = '00'
               MOVE 'Y' TO WS-RET-EOF
           END-IF
           PERFORM UNTIL WS-RET-EOF = 'Y'
               READ DISPOSICAO-FILE INTO WS-DISPOSICAO
                   AT END
                       MOVE 'Y' TO WS-RET-EOF
                   NOT AT END
                       IF WS-DP-FORNECEDOR = WS-RET-FORNECEDOR
                               AND WS-DP-REMESSA-DATA =
                                   WS-RET-REMESSA-DATA
                               AND WS-DP-RECEBIDO-TS =
                                   WS-RET-RECEBIDO-TS
                           PERFORM ACUMULA-DISPOSICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPOSICAO-STATUS NOT = '35'
               CLOSE DISPOSICAO-FILE
           END-IF
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RL-SITUACAO(WS-RET-IDX) = 'EST'
                   MOVE 'Y' TO WS-RET-PENDENTE
               END-IF
           END-PERFORM
           IF WS-RET-COUNT > 0 AND WS-RET-JA-EMITIDO = 'N'
                   AND WS-RET-PENDENTE = 'N'
               PERFORM GRAVA-ARQUIVO-RETORNO
           END-IF.

       ACUMULA-DISPOSICAO.
           EVALUATE WS-DP-TIPO
               WHEN 'L'
                   IF WS-DP-SEQ > 0 AND WS-DP-SEQ <= WS-REM-MAXIMO
                       MOVE WS-DP-NUMERO TO WS-RL-NUMERO(WS-DP-SEQ)
                       MOVE WS-DP-SITUACAO TO
                           WS-RL-SITUACAO(WS-DP-SEQ)
                       MOVE WS-DP-MOTIVO TO WS-RL-MOTIVO(WS-DP-SEQ)
                       IF WS-DP-SEQ > WS-RET-COUNT
                           MOVE WS-DP-SEQ TO WS-RET-COUNT
                       END-IF
                   END-IF
               WHEN 'A'
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > WS-RET-COUNT
                       IF WS-RL-NUMERO(WS-RET-IDX) = WS-DP-NUMERO
                               AND WS-RL-SITUACAO(WS-RET-IDX) = 'EST'
                           MOVE WS-DP-SITUACAO TO
                               WS-RL-SITUACAO(WS-RET-IDX)
                           MOVE WS-DP-MOTIVO TO
                               WS-RL-MOTIVO(WS-RET-IDX)
                       END-IF
                   END-PERFORM
               WHEN 'R'
                   MOVE 'Y' TO WS-RET-JA-EMITIDO
           END-EVALUATE.

      *> One file per remessa, named for the supplier, the
      *> remessa date and the intake stamp; the trailer carries
      *> the supplier's own detail count and the split by
      *> outcome, which must add back up to it.
       GRAVA-ARQUIVO-RETORNO.
           MOVE 0 TO WS-RET-ACEITOS
           MOVE 0 TO WS-RET-DUPLICADOS
           MOVE 0 TO WS-RET-REJEITADOS
           MOVE 0 TO WS-RET-DESCARTADOS
           MOVE SPACE TO WS-RETORNO-NAME
           STRING 'remessa_retorno_' DELIMITED BY SIZE
                  WS-RET-FORNECEDOR DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-RET-REMESSA-DATA DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-RET-RECEBIDO-TS DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-RETORNO-NAME
           END-STRING
           OPEN OUTPUT RETORNO-FILE
           IF WS-RETORNO-STATUS NOT = '00'
               DISPLAY 'Nao foi possivel criar ' WS-RETORNO-NAME
                       ' - status ' WS-RETORNO-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-RET-FORNECEDOR TO WS-RTH-FORNECEDOR
               MOVE WS-RET-REMESSA-DATA TO WS-RTH-REMESSA-DATA
               MOVE WS-TIMESTAMP(1:8) TO WS-RTH-RETORNO-DATA
               WRITE RETORNO-RECORD FROM WS-RET-HEADER
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                       UNTIL WS-RET-IDX > WS-RET-COUNT
                   PERFORM GRAVA-DETALHE-RETORNO
               END-PERFORM
               MOVE WS-RET-COUNT TO WS-RTT-CONTAGEM
               MOVE WS-RET-ACEITOS TO WS-RTT-ACEITOS
               MOVE WS-RET-DUPLICADOS TO WS-RTT-DUPLICADOS
               MOVE WS-RET-REJEITADOS TO WS-RTT-REJEITADOS
               MOVE WS-RET-DESCARTADOS TO WS-RTT-DESCARTADOS
               WRITE RETORNO-RECORD FROM WS-RET-TRAILER
               CLOSE RETORNO-FILE
               MOVE SPACES TO WS-DISPOSICAO
               MOVE 'R' TO WS-DP-TIPO
               MOVE WS-RET-FORNECEDOR TO WS-DP-FORNECEDOR
               MOVE WS-RET-REMESSA-DATA TO WS-DP-REMESSA-DATA
               MOVE WS-RET-RECEBIDO-TS TO WS-DP-RECEBIDO-TS
               MOVE WS-RET-COUNT TO WS-DP-SEQ
               MOVE 0 TO WS-DP-NUMERO
               MOVE WS-RETORNO-NAME TO WS-DP-MOTIVO
               MOVE WS-USUARIO TO WS-DP-USUARIO
               MOVE WS-TIMESTAMP(1:14) TO WS-DP-GRAVADO-TS
               PERFORM APENSA-DISPOSICAO
               DISPLAY 'Retorno ao fornecedor emitido: '
                       WS-RETORNO-NAME
           END-IF.

      *> Before the return, EST/DUP/REJ are intake outcomes; the
      *> supplier gets the final word - a staged line is answered
      *> ACE or DES, never EST.
       GRAVA-DETALHE-RETORNO.
           MOVE WS-RL-NUMERO(WS-RET-IDX) TO WS-RTD-NUMERO
           MOVE WS-RL-SITUACAO(WS-RET-IDX) TO WS-RTD-SITUACAO
           MOVE WS-RL-MOTIVO(WS-RET-IDX) TO WS-RTD-MOTIVO
           EVALUATE WS-RTD-SITUACAO
               WHEN 'ACE'
                   ADD 1 TO WS-RET-ACEITOS
               WHEN 'DUP'
                   ADD 1 TO WS-RET-DUPLICADOS
               WHEN 'REJ'
                   ADD 1 TO WS-RET-REJEITADOS
               WHEN 'DES'
                   ADD 1 TO WS-RET-DESCARTADOS
           END-EVALUATE
           WRITE RETORNO-RECORD FROM WS-RET-DETALHE.

      *> Approved/discarded entries are dropped on the rewrite -
      *> their audit trail lives in manutencaonumeros.log, the
      *> intake reports and remessa_disposicao.dat - so the
      *> staging is bounded by what is actually still pending.
       GRAVA-ESTAGIO.
           OPEN OUTPUT ESTAGIO-FILE
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
