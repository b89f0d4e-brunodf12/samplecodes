       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RevisaoAcessos.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Access review over the
      *>             maintenance trails, per operator, for the
      *>             quarterly access recertification - the trails
      *>             were written but never read as a whole. For the
      *>             period in REVACESSO_DE / REVACESSO_ATE (AAAAMMDD;
      *>             the previous calendar quarter when both are
      *>             blank) it reads manutencaonumeros.log,
      *>             manutencaofornecedores.log, manutencaotaxas.log,
      *>             lastrun.hist and the authorization denials
      *>             VerificaAutorizacao leaves in eventos.dat - months
      *>             rotated out by RotacionaLogs through
      *>             LocalizaArquivoMorto - and reports, per operator:
      *>             every change made on a non-business day
      *>             (CalendarioFiscal) or outside the business hours
      *>             REVACESSO_INICIO to REVACESSO_FIM; bursts of
      *>             REVACESSO_RAJADA or more changes within
      *>             REVACESSO_RAJADA_MIN minutes; changes later undone
      *>             through ReverteManutencao; denied attempts; and
      *>             the actions by program and type. The report
      *>             (revisao_acessos_AAAAMMDD.rpt, the end date) closes
      *>             with a summary per operator and the rights held in
      *>             operadores.perm that were not used in the period.
      *> 2026-10-15  The numeros trail now logs a refusal as REJEITEXCL
      *>             or REJEITREV; each is reported under the funcao it
      *>             refused (EXCLUIR, or REVERTER from
      *>             ReverteManutencao) and counts as use of that right.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMEROS-LOG-FILE ASSIGN TO WS-NUMEROS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMEROS-LOG-STATUS.

           SELECT FORN-LOG-FILE ASSIGN TO WS-FORN-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-LOG-STATUS.

           SELECT TAXA-LOG-FILE ASSIGN TO 'manutencaotaxas.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXA-LOG-STATUS.

           SELECT MARCA-HIST-FILE ASSIGN TO 'lastrun.hist'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCAHIST-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO WS-EVENTOS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT PERM-FILE ASSIGN TO 'operadores.perm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO WS-RELATORIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'revisaoacessos.wrk'.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-LOG-FILE.
       COPY CHGLOGREC.

      *> The trail ManutencaoFornecedores appends per action.
       FD  FORN-LOG-FILE.
       01  FORN-LOG-RECORD.
           05  FL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X.
           05  FL-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  FL-ACAO               PIC X(10).
           05  FILLER                PIC X.
           05  FL-CODIGO             PIC X(10).
           05  FILLER                PIC X.
           05  FL-NOME               PIC X(30).
           05  FILLER                PIC X.
           05  FL-STATUS             PIC X(1).
           05  FILLER                PIC X.
           05  FL-APROVADOR          PIC X(8).
           05  FILLER                PIC X.
           05  FL-SOLICITACAO        PIC X(6).

      *> The trail ManutencaoTaxas appends per rate added.
       FD  TAXA-LOG-FILE.
       01  TAXA-LOG-RECORD.
           05  TL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X.
           05  TL-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  TL-ACAO               PIC X(10).
           05  FILLER                PIC X.
           05  TL-CODIGO             PIC X(8).
           05  FILLER                PIC X.
           05  TL-TIPO               PIC X(1).
           05  FILLER                PIC X.
           05  TL-PCT                PIC 9(3).99.
           05  FILLER                PIC X.
           05  TL-ARRED              PIC X(1).
           05  FILLER                PIC X.
           05  TL-VIGENCIA           PIC X(8).

      *> The watermark history ManutencaoMarcaDagua appends.
       FD  MARCA-HIST-FILE.
       01  MARCA-HIST-RECORD.
           05  MH-QUANDO-TS          PIC X(26).
           05  FILLER                PIC X.
           05  MH-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  MH-TS-ANTES           PIC X(26).
           05  FILLER                PIC X.
           05  MH-TS-DEPOIS          PIC X(26).
           05  FILLER                PIC X.
           05  MH-MOTIVO             PIC X(40).
           05  FILLER                PIC X.
           05  MH-APROVADOR          PIC X(8).
           05  FILLER                PIC X.
           05  MH-SOLICITACAO        PIC X(6).
           05  FILLER                PIC X.
           05  MH-DECISAO            PIC X(10).

       FD  EVENTOS-FILE.
       01  EVENTOS-RECORD        PIC X(135).

       FD  PERM-FILE.
       01  PERM-RECORD.
           05  PM-USUARIO            PIC X(8).
           05  FILLER                PIC X.
           05  PM-FUNCAO             PIC X(12).

       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD      PIC X(132).

      *> One record per action of one operator, or per denied
      *> attempt (SORT-TIPO N). SORT-FUNCAO is the authorization
      *> funcao the action exercised, blank when it needs none;
      *> SORT-REF points an inclusion, correction or exclusion at
      *> its line in the reversal table.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-USUARIO          PIC X(8).
           05  SORT-TIMESTAMP        PIC X(14).
           05  SORT-TIPO             PIC X(1).
           05  SORT-PROGRAMA         PIC X(24).
           05  SORT-ACAO             PIC X(10).
           05  SORT-FUNCAO           PIC X(12).
           05  SORT-CHAVE            PIC X(21).
           05  SORT-REF              PIC 9(4).

       WORKING-STORAGE SECTION.
       01  EOF                   PIC X     VALUE 'N'.
       01  WS-SORT-EOF           PIC X     VALUE 'N'.
       01  WS-NUMEROS-LOG-STATUS PIC X(2).
       01  WS-NUMEROS-LOG-NAME   PIC X(60).
       01  WS-FORN-LOG-STATUS    PIC X(2).
       01  WS-FORN-LOG-NAME      PIC X(60).
       01  WS-TAXA-LOG-STATUS    PIC X(2).
       01  WS-MARCAHIST-STATUS   PIC X(2).
       01  WS-EVENTOS-STATUS     PIC X(2).
       01  WS-EVENTOS-NAME       PIC X(60).
       01  WS-PERM-STATUS        PIC X(2).
       01  WS-RELATORIO-STATUS   PIC X(2).
       01  WS-RELATORIO-NAME     PIC X(40).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-CURRENT-TIMESTAMP  PIC X(26).
       01  WS-DATA-DE            PIC X(8).
       01  WS-DATA-ATE           PIC X(8).
       01  WS-DATA-NUM           PIC 9(8).
       01  WS-ANO                PIC 9(4).
       01  WS-MES                PIC 9(2).
       01  WS-DIA                PIC 9(2).
       01  WS-TRIMESTRE          PIC 9.
       01  WS-PARAM-TXT          PIC X(4).
       01  WS-HORA-INICIO        PIC 9(2)  VALUE 8.
       01  WS-HORA-FIM           PIC 9(2)  VALUE 18.
       01  WS-RAJADA-QTD         PIC 9(2)  VALUE 10.
       01  WS-RAJADA-MAXIMO      PIC 9(2)  VALUE 50.
       01  WS-RAJADA-MIN         PIC 9(3)  VALUE 5.

      *> Months already rotated out of a trail are read from their
      *> archive files after the live file.
       01  WS-ORIGEM             PIC X(30).
       01  WS-MES-DE             PIC X(6).
       01  WS-MES-ATE            PIC X(6).
       01  WS-ARQ-INDICE         PIC 9(3).
       01  WS-ARQ-ACHOU          PIC X.
       01  WS-TRILHAS-LIDAS      PIC 9(3)  VALUE 0.
       01  WS-ARQ-LIDOS          PIC 9(3)  VALUE 0.

       COPY EVENTREC.

      *> Inclusions, corrections and exclusions of the numeros
      *> trail made in the period, and every reversal from the
      *> start of the period on - a reversal after the period still
      *> undoes a change made in it.
       01  WS-NUM-COUNT          PIC 9(4)  VALUE 0.
       01  WS-NUM-MAXIMO         PIC 9(4)  VALUE 3000.
       01  WS-NUM-OVERFLOW       PIC X     VALUE 'N'.
       01  WS-NUM-TABELA.
           05  WS-NUM-ENTRADA    OCCURS 3000 TIMES.
               10  WS-NU-TIMESTAMP   PIC X(14).
               10  WS-NU-USUARIO     PIC X(8).
               10  WS-NU-ACAO        PIC X(10).
               10  WS-NU-ANTES       PIC 9(10).
               10  WS-NU-DEPOIS      PIC 9(10).
               10  WS-NU-DESF-USUARIO PIC X(8).
               10  WS-NU-DESF-TS     PIC X(14).
       01  WS-N                  PIC 9(4).
       01  WS-M                  PIC 9(4).
       01  WS-MELHOR             PIC 9(4).
       01  WS-REF                PIC 9(4).

      *> operadores.perm, with whether each right was used.
       01  WS-PERM-AUSENTE       PIC X     VALUE 'N'.
       01  WS-PERM-COUNT         PIC 9(3)  VALUE 0.
       01  WS-PERM-MAXIMO        PIC 9(3)  VALUE 200.
       01  WS-PERM-TABELA.
           05  WS-PERM-ENTRADA   OCCURS 200 TIMES.
               10  WS-PM-USUARIO     PIC X(8).
               10  WS-PM-FUNCAO      PIC X(12).
               10  WS-PM-USADO       PIC X.
       01  WS-I                  PIC 9(3).

      *> The functions whose use these trails record. A right to
      *> any other funcao cannot be judged unused from them.
       01  WS-FUNCOES-LISTA.
           05  FILLER                PIC X(12) VALUE 'INCLUIR'.
           05  FILLER                PIC X(12) VALUE 'CORRIGIR'.
           05  FILLER                PIC X(12) VALUE 'EXCLUIR'.
           05  FILLER                PIC X(12) VALUE 'TRATARPEND'.
           05  FILLER                PIC X(12) VALUE 'SUSPENDER'.
           05  FILLER                PIC X(12) VALUE 'LIBERAR'.
           05  FILLER                PIC X(12) VALUE 'REVERTER'.
           05  FILLER                PIC X(12) VALUE 'FORNSTATUS'.
           05  FILLER                PIC X(12) VALUE 'MARCADAGUA'.
       01  WS-FUNCOES-TABELA REDEFINES WS-FUNCOES-LISTA.
           05  WS-FR-FUNCAO      PIC X(12) OCCURS 9 TIMES.
       01  WS-FR-COUNT           PIC 9(2)  VALUE 9.
       01  WS-F                  PIC 9(2).
       01  WS-RASTREADA          PIC X.

      *> The operator being reported (the sort returns one
      *> operator's records together, in time order).
       01  WS-USUARIO-ATUAL      PIC X(8).
       01  WS-TEM-OCORRENCIA     PIC X.
       01  WS-OPERADOR-ATUAL.
           05  WS-AT-ACOES           PIC 9(6).
           05  WS-AT-NAO-UTIL        PIC 9(6).
           05  WS-AT-FORA-EXP        PIC 9(6).
           05  WS-AT-RAJADAS         PIC 9(4).
           05  WS-AT-EM-RAJADA       PIC 9(6).
           05  WS-AT-DESFEITAS       PIC 9(6).
           05  WS-AT-NEGADAS         PIC 9(6).

       01  WS-AC-COUNT           PIC 9(2)  VALUE 0.
       01  WS-AC-MAXIMO          PIC 9(2)  VALUE 40.
       01  WS-AC-OVERFLOW        PIC X     VALUE 'N'.
       01  WS-AC-TABELA.
           05  WS-AC-ENTRADA     OCCURS 40 TIMES.
               10  WS-AC-PROGRAMA    PIC X(24).
               10  WS-AC-ACAO        PIC X(10).
               10  WS-AC-QTDE        PIC 9(6).
       01  WS-A                  PIC 9(2).
       01  WS-ACHOU              PIC X.

       01  WS-OP-COUNT           PIC 9(3)  VALUE 0.
       01  WS-OP-MAXIMO          PIC 9(3)  VALUE 100.
       01  WS-OP-OVERFLOW        PIC X     VALUE 'N'.
       01  WS-OP-TABELA.
           05  WS-OP-ENTRADA     OCCURS 100 TIMES.
               10  WS-OP-NOME        PIC X(8).
               10  WS-OP-CONTADORES.
                   15  WS-OP-ACOES       PIC 9(6).
                   15  WS-OP-NAO-UTIL    PIC 9(6).
                   15  WS-OP-FORA-EXP    PIC 9(6).
                   15  WS-OP-RAJADAS     PIC 9(4).
                   15  WS-OP-EM-RAJADA   PIC 9(6).
                   15  WS-OP-DESFEITAS   PIC 9(6).
                   15  WS-OP-NEGADAS     PIC 9(6).
       01  WS-O                  PIC 9(3).

      *> The operator's last REVACESSO_RAJADA changes, in
      *> seconds since a fixed day, oldest first.
       01  WS-RJ-QTD             PIC 9(2).
       01  WS-RJ-JANELA.
           05  WS-RJ-ENTRADA     OCCURS 50 TIMES.
               10  WS-RJ-SEGUNDO     PIC 9(11).
               10  WS-RJ-TIMESTAMP   PIC X(14).
       01  WS-J                  PIC 9(2).
       01  WS-SEGUNDO            PIC 9(11).
       01  WS-HORA               PIC 9(2).
       01  WS-MINUTOS            PIC 9(2).
       01  WS-SEGUNDOS           PIC 9(2).
       01  WS-EM-RAJADA          PIC X     VALUE 'N'.
       01  WS-RAJ-INICIO         PIC X(14).
       01  WS-RAJ-FIM            PIC X(14).
       01  WS-RAJ-ALTERACOES     PIC 9(4).
       01  WS-QTDE-ED            PIC Z(5)9.

       01  WS-CAL-FUNCAO         PIC X.
       01  WS-CAL-ANO            PIC 9(4).
       01  WS-CAL-MES            PIC 9(2).
       01  WS-CAL-DIA            PIC 9(2).
       01  WS-CAL-RESULTADO      PIC X.
       01  WS-CAL-ULTIMA-DATA    PIC X(8)  VALUE SPACE.
       01  WS-CAL-DIA-UTIL       PIC X.

       01  WS-OCORRENCIA         PIC X(54).
       01  WS-OCORR-TEXTO        PIC X(54).
       01  WS-OCORR-MONTA        PIC X(54).

       01  WS-NUM-LIDAS          PIC 9(6)  VALUE 0.
       01  WS-FORN-LIDAS         PIC 9(6)  VALUE 0.
       01  WS-TAXA-LIDAS         PIC 9(6)  VALUE 0.
       01  WS-MARCA-LIDAS        PIC 9(6)  VALUE 0.
       01  WS-NEG-LIDAS          PIC 9(6)  VALUE 0.
       01  WS-DIREITOS-SEM-USO   PIC 9(4)  VALUE 0.
       01  WS-TOT-FORA           PIC 9(6)  VALUE 0.
       01  WS-TOT-RAJADAS        PIC 9(6)  VALUE 0.
       01  WS-TOT-DESFEITAS      PIC 9(6)  VALUE 0.

       01  WS-REL-TITULO.
           05  FILLER                PIC X(29) VALUE
               'REVISAO DE ACESSOS - PERIODO '.
           05  WS-RT-DE              PIC X(8).
           05  FILLER                PIC X(3)  VALUE ' A '.
           05  WS-RT-ATE             PIC X(8).
           05  FILLER                PIC X(14) VALUE
               '  - GERADO EM '.
           05  WS-RT-GERADO          PIC X(14).
       01  WS-REL-CAB-OCORRENCIA.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(16) VALUE 'DATA     HORA'.
           05  FILLER                PIC X(25) VALUE 'PROGRAMA'.
           05  FILLER                PIC X(11) VALUE 'ACAO'.
           05  FILLER                PIC X(22) VALUE 'CHAVE'.
           05  FILLER                PIC X(10) VALUE 'OCORRENCIA'.
       01  WS-REL-OCORRENCIA.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  WS-RO-DATA            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RO-HORA            PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RO-PROGRAMA        PIC X(24).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RO-ACAO            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RO-CHAVE           PIC X(21).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RO-TEXTO           PIC X(54).
       01  WS-REL-CAB-ACAO.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(25) VALUE 'PROGRAMA'.
           05  FILLER                PIC X(11) VALUE 'ACAO'.
           05  FILLER                PIC X(7)  VALUE '   QTDE'.
       01  WS-REL-ACAO.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  WS-RA-PROGRAMA        PIC X(24).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RA-ACAO            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RA-QTDE            PIC Z(6)9.
       01  WS-REL-CAB-RESUMO.
           05  FILLER                PIC X(10) VALUE 'OPERADOR'.
           05  FILLER                PIC X(10) VALUE '     ACOES'.
           05  FILLER                PIC X(10) VALUE '  NAO UTIL'.
           05  FILLER                PIC X(10) VALUE '  FORA EXP'.
           05  FILLER                PIC X(10) VALUE '   RAJADAS'.
           05  FILLER                PIC X(10) VALUE ' EM RAJADA'.
           05  FILLER                PIC X(10) VALUE ' DESFEITAS'.
           05  FILLER                PIC X(10) VALUE '   NEGADAS'.
       01  WS-REL-RESUMO.
           05  WS-RR-NOME            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RR-ACOES           PIC Z(9)9.
           05  WS-RR-NAO-UTIL        PIC Z(9)9.
           05  WS-RR-FORA-EXP        PIC Z(9)9.
           05  WS-RR-RAJADAS         PIC Z(9)9.
           05  WS-RR-EM-RAJADA       PIC Z(9)9.
           05  WS-RR-DESFEITAS       PIC Z(9)9.
           05  WS-RR-NEGADAS         PIC Z(9)9.
       01  WS-REL-CAB-DIREITO.
           05  FILLER                PIC X(10) VALUE 'OPERADOR'.
           05  FILLER                PIC X(14) VALUE 'FUNCAO'.
           05  FILLER                PIC X(8)  VALUE 'SITUACAO'.
       01  WS-REL-DIREITO.
           05  WS-RD-USUARIO         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-FUNCAO          PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  WS-RD-SITUACAO        PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-PERMISSOES
           PERFORM ABRE-RELATORIO
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-USUARIO SORT-TIMESTAMP
               INPUT PROCEDURE IS LE-TRILHAS
               OUTPUT PROCEDURE IS APURA-OPERADORES
           PERFORM GRAVA-RESUMO
           PERFORM GRAVA-DIREITOS
           CLOSE RELATORIO-FILE
           PERFORM PRINT-SUMMARY
           IF WS-NUM-OVERFLOW = 'Y' OR WS-AC-OVERFLOW = 'Y'
                   OR WS-OP-OVERFLOW = 'Y'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> REVACESSO_DE / REVACESSO_ATE (AAAAMMDD) are given together
      *> or not at all; with neither, the review covers the
      *> previous calendar quarter. Business hours and the burst
      *> limits take their defaults when blank.
       READ-RUN-OPTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE 'REVACESSO_DE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-DE FROM ENVIRONMENT-VALUE
           MOVE 'REVACESSO_ATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-ATE FROM ENVIRONMENT-VALUE
           IF WS-DATA-DE = SPACE AND WS-DATA-ATE = SPACE
               PERFORM CALCULA-TRIMESTRE-ANTERIOR
           END-IF
           IF WS-DATA-DE IS NOT NUMERIC OR WS-DATA-ATE IS NOT NUMERIC
               DISPLAY 'Informar REVACESSO_DE e REVACESSO_ATE '
                       '(AAAAMMDD).'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATA-DE > WS-DATA-ATE
               DISPLAY 'REVACESSO_DE posterior a REVACESSO_ATE: '
                       WS-DATA-DE ' ' WS-DATA-ATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'REVACESSO_INICIO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE
           IF WS-PARAM-TXT NOT = SPACE
               COMPUTE WS-HORA-INICIO = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF
           MOVE 'REVACESSO_FIM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE
           IF WS-PARAM-TXT NOT = SPACE
               COMPUTE WS-HORA-FIM = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF
           IF WS-HORA-INICIO >= WS-HORA-FIM OR WS-HORA-FIM > 24
               DISPLAY 'Expediente invalido: ' WS-HORA-INICIO
                       ' a ' WS-HORA-FIM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'REVACESSO_RAJADA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE
           IF WS-PARAM-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-PARAM-TXT) > 1
                   AND FUNCTION NUMVAL(WS-PARAM-TXT) <=
                       WS-RAJADA-MAXIMO
               COMPUTE WS-RAJADA-QTD = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF
           MOVE 'REVACESSO_RAJADA_MIN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE
           IF WS-PARAM-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-PARAM-TXT) > 0
               COMPUTE WS-RAJADA-MIN = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF
           MOVE SPACE TO WS-RELATORIO-NAME
           STRING 'revisao_acessos_' DELIMITED BY SIZE
                  WS-DATA-ATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-RELATORIO-NAME.

       CALCULA-TRIMESTRE-ANTERIOR.
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-ANO
           MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-MES
           COMPUTE WS-TRIMESTRE = (WS-MES - 1) / 3
           IF WS-TRIMESTRE = 0
               SUBTRACT 1 FROM WS-ANO
               MOVE 4 TO WS-TRIMESTRE
           END-IF
           COMPUTE WS-MES = WS-TRIMESTRE * 3 - 2
           COMPUTE WS-DATA-NUM = WS-ANO * 10000 + WS-MES * 100 + 1
           MOVE WS-DATA-NUM TO WS-DATA-DE
           COMPUTE WS-MES = WS-TRIMESTRE * 3
           EVALUATE WS-MES
               WHEN 6
               WHEN 9
                   MOVE 30 TO WS-DIA
               WHEN OTHER
                   MOVE 31 TO WS-DIA
           END-EVALUATE
           COMPUTE WS-DATA-NUM =
               WS-ANO * 10000 + WS-MES * 100 + WS-DIA
           MOVE WS-DATA-NUM TO WS-DATA-ATE.

      *> No operadores.perm means the control is not in force -
      *> there are then no rights to review.
       CARREGA-PERMISSOES.
           OPEN INPUT PERM-FILE
           IF WS-PERM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PERM-AUSENTE
               MOVE 'Y' TO EOF
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PERM-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM GUARDA-PERMISSAO
               END-READ
           END-PERFORM
           IF WS-PERM-STATUS NOT = '35'
               CLOSE PERM-FILE
           END-IF
           MOVE 'N' TO EOF.

       GUARDA-PERMISSAO.
           IF PM-USUARIO = SPACE
               CONTINUE
           ELSE
               IF WS-PERM-COUNT >= WS-PERM-MAXIMO
                   DISPLAY 'Mais de ' WS-PERM-MAXIMO
                           ' permissoes - excedente ignorado.'
                   MOVE 'Y' TO EOF
               ELSE
                   ADD 1 TO WS-PERM-COUNT
                   MOVE PM-USUARIO TO WS-PM-USUARIO(WS-PERM-COUNT)
                   MOVE PM-FUNCAO TO WS-PM-FUNCAO(WS-PERM-COUNT)
                   MOVE 'N' TO WS-PM-USADO(WS-PERM-COUNT)
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
           MOVE WS-DATA-DE TO WS-RT-DE
           MOVE WS-DATA-ATE TO WS-RT-ATE
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RT-GERADO
           WRITE RELATORIO-RECORD FROM WS-REL-TITULO
           MOVE SPACE TO RELATORIO-RECORD
           STRING 'Expediente: ' DELIMITED BY SIZE
                  WS-HORA-INICIO DELIMITED BY SIZE
                  'h as ' DELIMITED BY SIZE
                  WS-HORA-FIM DELIMITED BY SIZE
                  'h em dias uteis - rajada: ' DELIMITED BY SIZE
                  WS-RAJADA-QTD DELIMITED BY SIZE
                  ' alteracoes em menos de ' DELIMITED BY SIZE
                  WS-RAJADA-MIN DELIMITED BY SIZE
                  ' min' DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD.

      *> Sort input: every trail, live file first and then the
      *> months rotated out of it. The numeros trail is searched
      *> past the end of the period for later reversals.
       LE-TRILHAS.
           MOVE WS-DATA-DE(1:6) TO WS-MES-DE
           MOVE '999999' TO WS-MES-ATE
           MOVE 'manutencaonumeros.log' TO WS-ORIGEM
           MOVE WS-ORIGEM TO WS-NUMEROS-LOG-NAME
           PERFORM LE-LOG-NUMEROS
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-NUMEROS-LOG-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-LOG-NUMEROS
               END-IF
           END-PERFORM
           MOVE WS-DATA-ATE(1:6) TO WS-MES-ATE
           MOVE 'manutencaofornecedores.log' TO WS-ORIGEM
           MOVE WS-ORIGEM TO WS-FORN-LOG-NAME
           PERFORM LE-LOG-FORNECEDORES
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-FORN-LOG-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-LOG-FORNECEDORES
               END-IF
           END-PERFORM
           MOVE 'eventos.dat' TO WS-ORIGEM
           MOVE WS-ORIGEM TO WS-EVENTOS-NAME
           PERFORM LE-EVENTOS
           MOVE 'Y' TO WS-ARQ-ACHOU
           PERFORM VARYING WS-ARQ-INDICE FROM 1 BY 1
                   UNTIL WS-ARQ-ACHOU = 'N'
               CALL 'LocalizaArquivoMorto' USING WS-ORIGEM
                   WS-MES-DE WS-MES-ATE WS-ARQ-INDICE
                   WS-EVENTOS-NAME WS-ARQ-ACHOU
               IF WS-ARQ-ACHOU = 'Y'
                   ADD 1 TO WS-ARQ-LIDOS
                   PERFORM LE-EVENTOS
               END-IF
           END-PERFORM
           PERFORM LE-LOG-TAXAS
           PERFORM LE-HIST-MARCA
           IF WS-TRILHAS-LIDAS = 0
               DISPLAY 'Nenhuma trilha de manutencao encontrada.'
           END-IF.

      *> Lines without a date in front - the archives' CONTROLE
      *> records - are not actions.
       LE-LOG-NUMEROS.
           OPEN INPUT NUMEROS-LOG-FILE
           IF WS-NUMEROS-LOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-TRILHAS-LIDAS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ NUMEROS-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF CL-TIMESTAMP(1:14) IS NUMERIC
                               AND CL-TIMESTAMP(1:8) >= WS-DATA-DE
                           PERFORM AVALIA-LOG-NUMEROS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUMEROS-LOG-STATUS NOT = '35'
               CLOSE NUMEROS-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> The numeros trail does not carry the program that wrote
      *> the line; it is told from the action. A reversal belongs
      *> to ReverteManutencao, a suspension or release decided
      *> with an approver to the supplier inactivation cascade of
      *> ManutencaoFornecedores, everything else to
      *> ManutencaoNumeros. The approver of an exclusion or a
      *> reversal is credited with an APROVAR of the same funcao;
      *> a refusal is the approver's alone and counts as use of
      *> the funcao it refused - REJEITEXCL for EXCLUIR,
      *> REJEITREV for REVERTER.
       AVALIA-LOG-NUMEROS.
           MOVE 0 TO WS-REF
           IF CL-ACAO = 'REVERTER'
               PERFORM GUARDA-LOG-NUMEROS
           END-IF
           IF CL-TIMESTAMP(1:8) <= WS-DATA-ATE
               ADD 1 TO WS-NUM-LIDAS
               IF CL-ACAO = 'INCLUIR' OR CL-ACAO = 'CORRIGIR'
                       OR CL-ACAO = 'EXCLUIR'
                   PERFORM GUARDA-LOG-NUMEROS
               END-IF
               MOVE SPACES TO SORT-RECORD
               MOVE CL-USUARIO TO SORT-USUARIO
               MOVE CL-TIMESTAMP(1:14) TO SORT-TIMESTAMP
               MOVE 'A' TO SORT-TIPO
               MOVE 'ManutencaoNumeros' TO SORT-PROGRAMA
               MOVE CL-ACAO TO SORT-ACAO
               MOVE CL-ACAO TO SORT-FUNCAO
               MOVE CL-NUMERO-ANTES TO SORT-CHAVE(1:10)
               MOVE '/' TO SORT-CHAVE(11:1)
               MOVE CL-NUMERO-DEPOIS TO SORT-CHAVE(12:10)
               MOVE WS-REF TO SORT-REF
               EVALUATE CL-ACAO
                   WHEN 'DISPENSAR'
                       MOVE 'TRATARPEND' TO SORT-FUNCAO
                   WHEN 'REVERTER'
                       MOVE 'ReverteManutencao' TO SORT-PROGRAMA
                   WHEN 'REJEITEXCL'
                       MOVE 'EXCLUIR' TO SORT-FUNCAO
                       IF CL-APROVADOR NOT = SPACE
                           MOVE CL-APROVADOR TO SORT-USUARIO
                       END-IF
                   WHEN 'REJEITREV'
                       MOVE 'REVERTER' TO SORT-FUNCAO
                       MOVE 'ReverteManutencao' TO SORT-PROGRAMA
                       IF CL-APROVADOR NOT = SPACE
                           MOVE CL-APROVADOR TO SORT-USUARIO
                       END-IF
                   WHEN 'SUSPENDER'
                   WHEN 'LIBERAR'
                       IF CL-APROVADOR NOT = SPACE
                           MOVE 'ManutencaoFornecedores' TO
                               SORT-PROGRAMA
                           MOVE 'FORNSTATUS' TO SORT-FUNCAO
                       END-IF
               END-EVALUATE
               PERFORM LIBERA-REGISTRO
               IF CL-APROVADOR NOT = SPACE
                       AND (CL-ACAO = 'EXCLUIR' OR CL-ACAO = 'REVERTER')
                   MOVE CL-APROVADOR TO SORT-USUARIO
                   MOVE 'APROVAR' TO SORT-ACAO
                   MOVE 0 TO SORT-REF
                   PERFORM LIBERA-REGISTRO
               END-IF
           END-IF.

       GUARDA-LOG-NUMEROS.
           IF WS-NUM-COUNT >= WS-NUM-MAXIMO
               IF WS-NUM-OVERFLOW = 'N'
                   DISPLAY 'Mais de ' WS-NUM-MAXIMO ' alteracoes '
                           'de numeros - reversoes incompletas.'
                   MOVE 'Y' TO WS-NUM-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-NUM-COUNT
               MOVE CL-TIMESTAMP(1:14) TO
                   WS-NU-TIMESTAMP(WS-NUM-COUNT)
               MOVE CL-USUARIO TO WS-NU-USUARIO(WS-NUM-COUNT)
               MOVE CL-ACAO TO WS-NU-ACAO(WS-NUM-COUNT)
               MOVE CL-NUMERO-ANTES TO WS-NU-ANTES(WS-NUM-COUNT)
               MOVE CL-NUMERO-DEPOIS TO WS-NU-DEPOIS(WS-NUM-COUNT)
               MOVE SPACE TO WS-NU-DESF-USUARIO(WS-NUM-COUNT)
               MOVE SPACE TO WS-NU-DESF-TS(WS-NUM-COUNT)
               IF CL-ACAO NOT = 'REVERTER'
                   MOVE WS-NUM-COUNT TO WS-REF
               END-IF
           END-IF.

      *> An action logged without a user (older lines) is still
      *> reported, under DESCONH. like the maintenance programs.
       LIBERA-REGISTRO.
           IF SORT-USUARIO = SPACE
               MOVE 'DESCONH.' TO SORT-USUARIO
           END-IF
           RELEASE SORT-RECORD.

       LE-LOG-FORNECEDORES.
           OPEN INPUT FORN-LOG-FILE
           IF WS-FORN-LOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-TRILHAS-LIDAS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ FORN-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF FL-TIMESTAMP(1:14) IS NUMERIC
                               AND FL-TIMESTAMP(1:8) >= WS-DATA-DE
                               AND FL-TIMESTAMP(1:8) <= WS-DATA-ATE
                           ADD 1 TO WS-FORN-LIDAS
                           PERFORM AVALIA-LOG-FORNECEDORES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FORN-LOG-STATUS NOT = '35'
               CLOSE FORN-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> Activation and inactivation exercise FORNSTATUS, for the
      *> requester and for the approver; a refusal is the
      *> approver's. Inclusion and name correction need no right.
       AVALIA-LOG-FORNECEDORES.
           MOVE SPACES TO SORT-RECORD
           MOVE FL-USUARIO TO SORT-USUARIO
           MOVE FL-TIMESTAMP(1:14) TO SORT-TIMESTAMP
           MOVE 'A' TO SORT-TIPO
           MOVE 'ManutencaoFornecedores' TO SORT-PROGRAMA
           MOVE FL-ACAO TO SORT-ACAO
           MOVE FL-CODIGO TO SORT-CHAVE
           MOVE 0 TO SORT-REF
           EVALUATE FL-ACAO
               WHEN 'ATIVAR'
               WHEN 'INATIVAR'
                   MOVE 'FORNSTATUS' TO SORT-FUNCAO
                   PERFORM LIBERA-REGISTRO
                   IF FL-APROVADOR NOT = SPACE
                       MOVE FL-APROVADOR TO SORT-USUARIO
                       MOVE 'APROVAR' TO SORT-ACAO
                       PERFORM LIBERA-REGISTRO
                   END-IF
               WHEN 'REJEITAR'
                   MOVE 'FORNSTATUS' TO SORT-FUNCAO
                   IF FL-APROVADOR NOT = SPACE
                       MOVE FL-APROVADOR TO SORT-USUARIO
                   END-IF
                   PERFORM LIBERA-REGISTRO
               WHEN OTHER
                   PERFORM LIBERA-REGISTRO
           END-EVALUATE.

       LE-LOG-TAXAS.
           OPEN INPUT TAXA-LOG-FILE
           IF WS-TAXA-LOG-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-TRILHAS-LIDAS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ TAXA-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TL-TIMESTAMP(1:14) IS NUMERIC
                               AND TL-TIMESTAMP(1:8) >= WS-DATA-DE
                               AND TL-TIMESTAMP(1:8) <= WS-DATA-ATE
                           ADD 1 TO WS-TAXA-LIDAS
                           MOVE SPACES TO SORT-RECORD
                           MOVE TL-USUARIO TO SORT-USUARIO
                           MOVE TL-TIMESTAMP(1:14) TO SORT-TIMESTAMP
                           MOVE 'A' TO SORT-TIPO
                           MOVE 'ManutencaoTaxas' TO SORT-PROGRAMA
                           MOVE TL-ACAO TO SORT-ACAO
                           MOVE TL-CODIGO TO SORT-CHAVE
                           MOVE 0 TO SORT-REF
                           PERFORM LIBERA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAXA-LOG-STATUS NOT = '35'
               CLOSE TAXA-LOG-FILE
           END-IF
           MOVE 'N' TO EOF.

       LE-HIST-MARCA.
           OPEN INPUT MARCA-HIST-FILE
           IF WS-MARCAHIST-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-TRILHAS-LIDAS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ MARCA-HIST-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF MH-QUANDO-TS(1:14) IS NUMERIC
                               AND MH-QUANDO-TS(1:8) >= WS-DATA-DE
                               AND MH-QUANDO-TS(1:8) <= WS-DATA-ATE
                           ADD 1 TO WS-MARCA-LIDAS
                           PERFORM AVALIA-HIST-MARCA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MARCAHIST-STATUS NOT = '35'
               CLOSE MARCA-HIST-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> A watermark change is the requester's ALTERAR and the
      *> approver's APROVAR; a REJEITADA line is the approver's
      *> refusal. Lines from before dual control carry no approver.
       AVALIA-HIST-MARCA.
           MOVE SPACES TO SORT-RECORD
           MOVE MH-USUARIO TO SORT-USUARIO
           MOVE MH-QUANDO-TS(1:14) TO SORT-TIMESTAMP
           MOVE 'A' TO SORT-TIPO
           MOVE 'ManutencaoMarcaDagua' TO SORT-PROGRAMA
           MOVE 'MARCADAGUA' TO SORT-FUNCAO
           MOVE MH-TS-DEPOIS(1:19) TO SORT-CHAVE
           MOVE 0 TO SORT-REF
           IF MH-DECISAO = 'REJEITADA'
               MOVE 'REJEITAR' TO SORT-ACAO
               IF MH-APROVADOR NOT = SPACE
                   MOVE MH-APROVADOR TO SORT-USUARIO
               END-IF
               PERFORM LIBERA-REGISTRO
           ELSE
               MOVE 'ALTERAR' TO SORT-ACAO
               PERFORM LIBERA-REGISTRO
               IF MH-APROVADOR NOT = SPACE
                   MOVE MH-APROVADOR TO SORT-USUARIO
                   MOVE 'APROVAR' TO SORT-ACAO
                   PERFORM LIBERA-REGISTRO
               END-IF
           END-IF.

       LE-EVENTOS.
           OPEN INPUT EVENTOS-FILE
           IF WS-EVENTOS-STATUS NOT = '00'
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO WS-TRILHAS-LIDAS
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ EVENTOS-FILE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE EVENTOS-RECORD TO WS-EVENTO
                       IF WS-EV-TIMESTAMP(1:14) IS NUMERIC
                               AND WS-EV-TIMESTAMP(1:8) >= WS-DATA-DE
                               AND WS-EV-TIMESTAMP(1:8) <= WS-DATA-ATE
                               AND WS-EV-PROGRAMA =
                                   'VerificaAutorizacao'
                               AND WS-EV-MENSAGEM(1:15) =
                                   'ACESSO NEGADO: '
                           PERFORM AVALIA-EVENTO-NEGADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EVENTOS-STATUS NOT = '35'
               CLOSE EVENTOS-FILE
           END-IF
           MOVE 'N' TO EOF.

      *> VerificaAutorizacao writes 'ACESSO NEGADO: ' user
      *> ' FUNCAO ' funcao, all at fixed widths.
       AVALIA-EVENTO-NEGADO.
           ADD 1 TO WS-NEG-LIDAS
           MOVE SPACES TO SORT-RECORD
           MOVE WS-EV-MENSAGEM(16:8) TO SORT-USUARIO
           MOVE WS-EV-TIMESTAMP(1:14) TO SORT-TIMESTAMP
           MOVE 'N' TO SORT-TIPO
           MOVE 'VerificaAutorizacao' TO SORT-PROGRAMA
           MOVE 'NEGADO' TO SORT-ACAO
           MOVE WS-EV-MENSAGEM(32:12) TO SORT-FUNCAO
           MOVE 0 TO SORT-REF
           PERFORM LIBERA-REGISTRO.

      *> Sort output: one block per operator, in time order.
       APURA-OPERADORES.
           PERFORM MARCA-REVERSOES
           MOVE SPACE TO WS-USUARIO-ATUAL
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-USUARIO NOT = WS-USUARIO-ATUAL
                           IF WS-USUARIO-ATUAL NOT = SPACE
                               PERFORM FECHA-OPERADOR
                           END-IF
                           PERFORM ABRE-OPERADOR
                       END-IF
                       PERFORM AVALIA-REGISTRO
               END-RETURN
           END-PERFORM
           IF WS-USUARIO-ATUAL NOT = SPACE
               PERFORM FECHA-OPERADOR
           END-IF.

       MARCA-REVERSOES.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NUM-COUNT
               IF WS-NU-ACAO(WS-N) = 'REVERTER'
                   PERFORM LOCALIZA-DESFEITA
               END-IF
           END-PERFORM.

      *> ReverteManutencao logs the inverse of what it undid, so
      *> the undone entry is the latest earlier one whose depois
      *> is the reversal's antes and whose antes is its depois,
      *> not already claimed by another reversal.
       LOCALIZA-DESFEITA.
           MOVE 0 TO WS-MELHOR
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NUM-COUNT
               IF WS-NU-ACAO(WS-M) NOT = 'REVERTER'
                       AND WS-NU-DESF-TS(WS-M) = SPACE
                       AND WS-NU-TIMESTAMP(WS-M) <
                           WS-NU-TIMESTAMP(WS-N)
                       AND WS-NU-DEPOIS(WS-M) = WS-NU-ANTES(WS-N)
                       AND WS-NU-ANTES(WS-M) = WS-NU-DEPOIS(WS-N)
                   IF WS-MELHOR = 0
                       MOVE WS-M TO WS-MELHOR
                   ELSE
                       IF WS-NU-TIMESTAMP(WS-M) >
                               WS-NU-TIMESTAMP(WS-MELHOR)
                           MOVE WS-M TO WS-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MELHOR > 0
               MOVE WS-NU-USUARIO(WS-N) TO
                   WS-NU-DESF-USUARIO(WS-MELHOR)
               MOVE WS-NU-TIMESTAMP(WS-N) TO
                   WS-NU-DESF-TS(WS-MELHOR)
           END-IF.

       ABRE-OPERADOR.
           MOVE SORT-USUARIO TO WS-USUARIO-ATUAL
           INITIALIZE WS-OPERADOR-ATUAL
           MOVE 0 TO WS-AC-COUNT
           MOVE 0 TO WS-RJ-QTD
           MOVE 'N' TO WS-EM-RAJADA
           MOVE 'N' TO WS-TEM-OCORRENCIA
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           STRING 'OPERADOR: ' DELIMITED BY SIZE
                  WS-USUARIO-ATUAL DELIMITED BY SIZE
               INTO RELATORIO-RECORD
           END-STRING
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CAB-OCORRENCIA.

      *> Only records with something to note are listed; every
      *> action is counted by program and type.
       AVALIA-REGISTRO.
           MOVE SPACE TO WS-OCORRENCIA
           IF SORT-TIPO = 'N'
               ADD 1 TO WS-AT-NEGADAS
               MOVE SPACE TO WS-OCORR-TEXTO
               STRING 'ACESSO NEGADO - FUNCAO ' DELIMITED BY SIZE
                      SORT-FUNCAO DELIMITED BY SPACE
                   INTO WS-OCORR-TEXTO
               END-STRING
               PERFORM ACRESCENTA-OCORRENCIA
           ELSE
               ADD 1 TO WS-AT-ACOES
               PERFORM CONTA-ACAO
               PERFORM MARCA-DIREITO-USADO
               PERFORM VERIFICA-RAJADA
               PERFORM VERIFICA-HORARIO
               IF SORT-REF > 0
                   IF WS-NU-DESF-TS(SORT-REF) NOT = SPACE
                       ADD 1 TO WS-AT-DESFEITAS
                       MOVE SPACE TO WS-OCORR-TEXTO
                       STRING 'DESFEITA EM ' DELIMITED BY SIZE
                              WS-NU-DESF-TS(SORT-REF)(1:8)
                                  DELIMITED BY SIZE
                              ' POR ' DELIMITED BY SIZE
                              WS-NU-DESF-USUARIO(SORT-REF)
                                  DELIMITED BY SPACE
                           INTO WS-OCORR-TEXTO
                       END-STRING
                       PERFORM ACRESCENTA-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           IF WS-OCORRENCIA NOT = SPACE
               PERFORM GRAVA-OCORRENCIA
           END-IF.

       ACRESCENTA-OCORRENCIA.
           IF WS-OCORRENCIA = SPACE
               MOVE WS-OCORR-TEXTO TO WS-OCORRENCIA
           ELSE
               MOVE SPACE TO WS-OCORR-MONTA
               STRING FUNCTION TRIM(WS-OCORRENCIA) DELIMITED BY SIZE
                      '; ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OCORR-TEXTO) DELIMITED BY SIZE
                   INTO WS-OCORR-MONTA
               END-STRING
               MOVE WS-OCORR-MONTA TO WS-OCORRENCIA
           END-IF.

       CONTA-ACAO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AC-COUNT OR WS-ACHOU = 'Y'
               IF WS-AC-PROGRAMA(WS-A) = SORT-PROGRAMA
                       AND WS-AC-ACAO(WS-A) = SORT-ACAO
                   ADD 1 TO WS-AC-QTDE(WS-A)
                   MOVE 'Y' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N'
               IF WS-AC-COUNT >= WS-AC-MAXIMO
                   IF WS-AC-OVERFLOW = 'N'
                       DISPLAY 'Mais de ' WS-AC-MAXIMO ' tipos de '
                               'acao por operador - contagem '
                               'incompleta.'
                       MOVE 'Y' TO WS-AC-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-AC-COUNT
                   MOVE SORT-PROGRAMA TO WS-AC-PROGRAMA(WS-AC-COUNT)
                   MOVE SORT-ACAO TO WS-AC-ACAO(WS-AC-COUNT)
                   MOVE 1 TO WS-AC-QTDE(WS-AC-COUNT)
               END-IF
           END-IF.

      *> A '*' right is used by any action that needs a right.
       MARCA-DIREITO-USADO.
           IF SORT-FUNCAO NOT = SPACE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PERM-COUNT
                   IF WS-PM-USUARIO(WS-I) = SORT-USUARIO
                           AND (WS-PM-FUNCAO(WS-I) = SORT-FUNCAO
                                OR WS-PM-FUNCAO(WS-I) = '*')
                       MOVE 'Y' TO WS-PM-USADO(WS-I)
                   END-IF
               END-PERFORM
           END-IF.

      *> A change on a non-business day is noted as such; on a
      *> business day, only outside the business hours. The
      *> calendar answer is kept for the last date asked.
       VERIFICA-HORARIO.
           IF SORT-TIMESTAMP(1:8) NOT = WS-CAL-ULTIMA-DATA
               MOVE SORT-TIMESTAMP(1:4) TO WS-CAL-ANO
               MOVE SORT-TIMESTAMP(5:2) TO WS-CAL-MES
               MOVE SORT-TIMESTAMP(7:2) TO WS-CAL-DIA
               MOVE 'U' TO WS-CAL-FUNCAO
               CALL 'CalendarioFiscal' USING WS-CAL-FUNCAO
                   WS-CAL-ANO WS-CAL-MES WS-CAL-DIA
                   WS-CAL-RESULTADO
               MOVE SORT-TIMESTAMP(1:8) TO WS-CAL-ULTIMA-DATA
               MOVE WS-CAL-RESULTADO TO WS-CAL-DIA-UTIL
           END-IF
           MOVE SORT-TIMESTAMP(9:2) TO WS-HORA
           IF WS-CAL-DIA-UTIL NOT = 'Y'
               ADD 1 TO WS-AT-NAO-UTIL
               MOVE 'DIA NAO UTIL' TO WS-OCORR-TEXTO
               PERFORM ACRESCENTA-OCORRENCIA
           ELSE
               IF WS-HORA < WS-HORA-INICIO
                       OR WS-HORA >= WS-HORA-FIM
                   ADD 1 TO WS-AT-FORA-EXP
                   MOVE 'FORA DO EXPEDIENTE' TO WS-OCORR-TEXTO
                   PERFORM ACRESCENTA-OCORRENCIA
               END-IF
           END-IF.

      *> The operator's last REVACESSO_RAJADA changes are a burst
      *> when the first and the last are less than
      *> REVACESSO_RAJADA_MIN minutes apart; overlapping windows
      *> that stay under the limit are one burst, listed when it
      *> ends with its first and last change.
       VERIFICA-RAJADA.
           MOVE SORT-TIMESTAMP(1:8) TO WS-DATA-NUM
           MOVE SORT-TIMESTAMP(9:2) TO WS-HORA
           MOVE SORT-TIMESTAMP(11:2) TO WS-MINUTOS
           MOVE SORT-TIMESTAMP(13:2) TO WS-SEGUNDOS
           COMPUTE WS-SEGUNDO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) * 86400
               + WS-HORA * 3600 + WS-MINUTOS * 60 + WS-SEGUNDOS
           IF WS-RJ-QTD >= WS-RAJADA-QTD
               PERFORM VARYING WS-J FROM 2 BY 1
                       UNTIL WS-J > WS-RJ-QTD
                   MOVE WS-RJ-ENTRADA(WS-J) TO WS-RJ-ENTRADA(WS-J - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-RJ-QTD
           END-IF
           ADD 1 TO WS-RJ-QTD
           MOVE WS-SEGUNDO TO WS-RJ-SEGUNDO(WS-RJ-QTD)
           MOVE SORT-TIMESTAMP TO WS-RJ-TIMESTAMP(WS-RJ-QTD)
           IF WS-RJ-QTD = WS-RAJADA-QTD
                   AND WS-RJ-SEGUNDO(WS-RJ-QTD) - WS-RJ-SEGUNDO(1)
                       < WS-RAJADA-MIN * 60
               IF WS-EM-RAJADA = 'N'
                   MOVE 'Y' TO WS-EM-RAJADA
                   MOVE WS-RJ-TIMESTAMP(1) TO WS-RAJ-INICIO
                   MOVE WS-RAJADA-QTD TO WS-RAJ-ALTERACOES
               ELSE
                   ADD 1 TO WS-RAJ-ALTERACOES
               END-IF
               MOVE SORT-TIMESTAMP TO WS-RAJ-FIM
           ELSE
               PERFORM FECHA-RAJADA
           END-IF.

       FECHA-RAJADA.
           IF WS-EM-RAJADA = 'Y'
               MOVE 'N' TO WS-EM-RAJADA
               ADD 1 TO WS-AT-RAJADAS
               ADD WS-RAJ-ALTERACOES TO WS-AT-EM-RAJADA
               MOVE WS-RAJ-INICIO(1:8) TO WS-RO-DATA
               MOVE WS-RAJ-INICIO(9:6) TO WS-RO-HORA
               MOVE SPACE TO WS-RO-PROGRAMA
               MOVE 'RAJADA' TO WS-RO-ACAO
               MOVE SPACE TO WS-RO-CHAVE
               MOVE WS-RAJ-ALTERACOES TO WS-QTDE-ED
               MOVE SPACE TO WS-RO-TEXTO
               STRING 'RAJADA DE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTDE-ED) DELIMITED BY SIZE
                      ' ALTERACOES ATE ' DELIMITED BY SIZE
                      WS-RAJ-FIM(1:8) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RAJ-FIM(9:6) DELIMITED BY SIZE
                   INTO WS-RO-TEXTO
               END-STRING
               WRITE RELATORIO-RECORD FROM WS-REL-OCORRENCIA
               MOVE 'Y' TO WS-TEM-OCORRENCIA
           END-IF.

       GRAVA-OCORRENCIA.
           MOVE SORT-TIMESTAMP(1:8) TO WS-RO-DATA
           MOVE SORT-TIMESTAMP(9:6) TO WS-RO-HORA
           MOVE SORT-PROGRAMA TO WS-RO-PROGRAMA
           MOVE SORT-ACAO TO WS-RO-ACAO
           MOVE SORT-CHAVE TO WS-RO-CHAVE
           MOVE WS-OCORRENCIA TO WS-RO-TEXTO
           WRITE RELATORIO-RECORD FROM WS-REL-OCORRENCIA
           MOVE 'Y' TO WS-TEM-OCORRENCIA.

       FECHA-OPERADOR.
           PERFORM FECHA-RAJADA
           IF WS-TEM-OCORRENCIA = 'N'
               MOVE '    NENHUMA OCORRENCIA NO PERIODO'
                   TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           END-IF
           IF WS-AC-COUNT > 0
               MOVE SPACE TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
               WRITE RELATORIO-RECORD FROM WS-REL-CAB-ACAO
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-AC-COUNT
                   MOVE WS-AC-PROGRAMA(WS-A) TO WS-RA-PROGRAMA
                   MOVE WS-AC-ACAO(WS-A) TO WS-RA-ACAO
                   MOVE WS-AC-QTDE(WS-A) TO WS-RA-QTDE
                   WRITE RELATORIO-RECORD FROM WS-REL-ACAO
               END-PERFORM
           END-IF
           ADD WS-AT-FORA-EXP WS-AT-NAO-UTIL TO WS-TOT-FORA
           ADD WS-AT-RAJADAS TO WS-TOT-RAJADAS
           ADD WS-AT-DESFEITAS TO WS-TOT-DESFEITAS
           IF WS-OP-COUNT >= WS-OP-MAXIMO
               IF WS-OP-OVERFLOW = 'N'
                   DISPLAY 'Mais de ' WS-OP-MAXIMO ' operadores - '
                           'resumo incompleto.'
                   MOVE 'Y' TO WS-OP-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-OP-COUNT
               MOVE WS-USUARIO-ATUAL TO WS-OP-NOME(WS-OP-COUNT)
               MOVE WS-OPERADOR-ATUAL TO
                   WS-OP-CONTADORES(WS-OP-COUNT)
           END-IF.

       GRAVA-RESUMO.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'RESUMO POR OPERADOR' TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           WRITE RELATORIO-RECORD FROM WS-REL-CAB-RESUMO
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OP-COUNT
               MOVE WS-OP-NOME(WS-O) TO WS-RR-NOME
               MOVE WS-OP-ACOES(WS-O) TO WS-RR-ACOES
               MOVE WS-OP-NAO-UTIL(WS-O) TO WS-RR-NAO-UTIL
               MOVE WS-OP-FORA-EXP(WS-O) TO WS-RR-FORA-EXP
               MOVE WS-OP-RAJADAS(WS-O) TO WS-RR-RAJADAS
               MOVE WS-OP-EM-RAJADA(WS-O) TO WS-RR-EM-RAJADA
               MOVE WS-OP-DESFEITAS(WS-O) TO WS-RR-DESFEITAS
               MOVE WS-OP-NEGADAS(WS-O) TO WS-RR-NEGADAS
               WRITE RELATORIO-RECORD FROM WS-REL-RESUMO
           END-PERFORM.

      *> Every right not exercised in the period, operators with
      *> no activity at all included. A '*' holder is always
      *> listed for the recertification to judge.
       GRAVA-DIREITOS.
           MOVE SPACE TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           MOVE 'DIREITOS EM OPERADORES.PERM SEM USO NO PERIODO'
               TO RELATORIO-RECORD
           WRITE RELATORIO-RECORD
           IF WS-PERM-AUSENTE = 'Y' OR WS-PERM-COUNT = 0
               MOVE 'Sem operadores.perm - controle nao esta em vigor.'
                   TO RELATORIO-RECORD
               WRITE RELATORIO-RECORD
           ELSE
               WRITE RELATORIO-RECORD FROM WS-REL-CAB-DIREITO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PERM-COUNT
                   PERFORM GRAVA-LINHA-DIREITO
               END-PERFORM
           END-IF.

       GRAVA-LINHA-DIREITO.
           MOVE WS-PM-USUARIO(WS-I) TO WS-RD-USUARIO
           MOVE WS-PM-FUNCAO(WS-I) TO WS-RD-FUNCAO
           IF WS-PM-FUNCAO(WS-I) = '*'
               IF WS-PM-USADO(WS-I) = 'Y'
                   MOVE 'ACESSO TOTAL - REVISAR NECESSIDADE'
                       TO WS-RD-SITUACAO
               ELSE
                   MOVE 'ACESSO TOTAL SEM NENHUMA ACAO NO PERIODO'
                       TO WS-RD-SITUACAO
                   ADD 1 TO WS-DIREITOS-SEM-USO
               END-IF
               WRITE RELATORIO-RECORD FROM WS-REL-DIREITO
           ELSE
               IF WS-PM-USADO(WS-I) = 'N'
                   PERFORM VERIFICA-RASTREADA
                   IF WS-RASTREADA = 'Y'
                       MOVE 'SEM USO NO PERIODO' TO WS-RD-SITUACAO
                       ADD 1 TO WS-DIREITOS-SEM-USO
                   ELSE
                       MOVE 'NAO AVALIADA - FUNCAO SEM TRILHA LIDA'
                           TO WS-RD-SITUACAO
                   END-IF
                   WRITE RELATORIO-RECORD FROM WS-REL-DIREITO
               END-IF
           END-IF.

       VERIFICA-RASTREADA.
           MOVE 'N' TO WS-RASTREADA
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FR-COUNT OR WS-RASTREADA = 'Y'
               IF WS-FR-FUNCAO(WS-F) = WS-PM-FUNCAO(WS-I)
                   MOVE 'Y' TO WS-RASTREADA
               END-IF
           END-PERFORM.

       PRINT-SUMMARY.
           DISPLAY '========================================'
           DISPLAY 'Revisao de acessos - ' WS-DATA-DE ' a '
                   WS-DATA-ATE
           DISPLAY 'Trilhas lidas              : ' WS-TRILHAS-LIDAS
           DISPLAY 'Arquivos mortos lidos      : ' WS-ARQ-LIDOS
           DISPLAY 'Alteracoes de numeros      : ' WS-NUM-LIDAS
           DISPLAY 'Alteracoes de fornecedores : ' WS-FORN-LIDAS
           DISPLAY 'Alteracoes de taxas        : ' WS-TAXA-LIDAS
           DISPLAY 'Alteracoes da marca d''agua : ' WS-MARCA-LIDAS
           DISPLAY 'Tentativas negadas         : ' WS-NEG-LIDAS
           DISPLAY 'Operadores no relatorio    : ' WS-OP-COUNT
           DISPLAY 'Fora do expediente/nao util: ' WS-TOT-FORA
           DISPLAY 'Rajadas                    : ' WS-TOT-RAJADAS
           DISPLAY 'Alteracoes desfeitas       : ' WS-TOT-DESFEITAS
           DISPLAY 'Direitos sem uso           : '
                   WS-DIREITOS-SEM-USO
           DISPLAY 'Relatorio em ' FUNCTION TRIM(WS-RELATORIO-NAME)
           DISPLAY '========================================'.
