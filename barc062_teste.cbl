       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ManutencaoCalendario.

      *> Modification history
      *> ---------------------------------------------------------
      *> 2026-10-15  First version. Maintenance of the holiday
      *>             calendar CalendarioFiscal trusts completely
      *>             (calendario.dat, shared FERIADOREC layout), in
      *>             the menu style of ManutencaoNumeros - the file
      *>             was hand-edited once a year with no validation,
      *>             no trail and nothing to catch a missing Carnaval
      *>             or a mistyped date. Lists, adds and removes
      *>             holidays, each date validated through
      *>             ValidaDataFiscal and every change authorized
      *>             through VerificaAutorizacao (funcao CALENDARIO).
      *>             "Gerar ano" loads a whole year in one action: the
      *>             fixed national holidays plus the Easter-based
      *>             movable ones (Carnaval Monday and Tuesday,
      *>             Sexta-feira Santa, Corpus Christi); dates already
      *>             on file are kept as they are. Each entry carries
      *>             a description, the file is kept in date order,
      *>             and every add and remove is appended to
      *>             calendario.log with user and timestamp. From
      *>             CALENDARIO_AVISO_MES (default 11) on, a coming
      *>             year with no holidays loaded is warned about at
      *>             start; CALENDARIO_MODO=VERIFICA runs only that
      *>             check (from the same month on), for the night
      *>             stream - it raises an alert event and ends with
      *>             return code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO 'calendario.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT CALENDARIO-LOG-FILE ASSIGN TO 'calendario.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD     PIC X(39).

       FD  CALENDARIO-LOG-FILE.
       01  CALENDARIO-LOG-RECORD.
           05  KL-TIMESTAMP          PIC X(26).
           05  FILLER                PIC X     VALUE SPACE.
           05  KL-USUARIO            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  KL-ACAO               PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  KL-DATA               PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  KL-DESCRICAO          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CALENDARIO-STATUS  PIC X(2).
       01  WS-CALENDLOG-STATUS   PIC X(2).
       01  WS-ENV-NAME           PIC X(30).
       01  WS-USUARIO            PIC X(8).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-OPCAO              PIC X.
       01  WS-CONTINUE-SWITCH    PIC X     VALUE 'S'.
       01  WS-AUT-FUNCAO         PIC X(12) VALUE 'CALENDARIO'.
       01  WS-AUTORIZADO         PIC X.
       01  WS-ACAO-SALVA         PIC X(10).
       01  WS-CONFIRMA           PIC X.
       01  WS-ENTRADA-OK         PIC X.
       01  WS-MODO               PIC X(8).
       01  WS-AVISO-TXT          PIC X(2).
       01  WS-AVISO-MES          PIC 9(2)  VALUE 11.

       01  WS-CAL-EOF            PIC X     VALUE 'N'.
       01  WS-CAL-COUNT          PIC 9(3)  VALUE 0.
       01  WS-CAL-MAXIMO         PIC 9(3)  VALUE 600.
       01  WS-CAL-TABELA.
           05  WS-CAL-ENTRADA    PIC X(39) OCCURS 600 TIMES.
       01  WS-CAL-IDX            PIC 9(3).
       01  WS-CAL-POS            PIC 9(3).
       01  WS-CAL-ACHADO         PIC 9(3).

       01  WS-DATA               PIC X(8).
       01  WS-DATA-NUM           PIC 9(8).
       01  WS-DESCRICAO          PIC X(30).
       01  WS-DATA-ANO           PIC 9(4).
       01  WS-DATA-MES           PIC 9(2).
       01  WS-DATA-DIA           PIC 9(2).
       01  WS-DATA-VALIDA        PIC X.
       01  WS-ANO-TXT            PIC X(4).
       01  WS-ANO                PIC 9(4).
       01  WS-ANO-HOJE           PIC 9(4).
       01  WS-MES-HOJE           PIC 9(2).
       01  WS-ANO-SEGUINTE       PIC 9(4).
       01  WS-NO-ANO             PIC 9(3).
       01  WS-INCLUIDOS          PIC 9(3).
       01  WS-JA-EXISTENTES      PIC 9(3).

      *> Easter by the Gregorian computus (Meeus/Jones/Butcher);
      *> the movable holidays are day offsets from it.
       01  WS-PASCOA-A           PIC 9(4).
       01  WS-PASCOA-B           PIC 9(4).
       01  WS-PASCOA-C           PIC 9(4).
       01  WS-PASCOA-D           PIC 9(4).
       01  WS-PASCOA-E           PIC 9(4).
       01  WS-PASCOA-F           PIC 9(4).
       01  WS-PASCOA-G           PIC 9(4).
       01  WS-PASCOA-H           PIC 9(4).
       01  WS-PASCOA-I           PIC 9(4).
       01  WS-PASCOA-K           PIC 9(4).
       01  WS-PASCOA-L           PIC 9(4).
       01  WS-PASCOA-M           PIC 9(4).
       01  WS-PASCOA-N           PIC 9(4).
       01  WS-PASCOA-MES         PIC 9(2).
       01  WS-PASCOA-DIA         PIC 9(2).
       01  WS-PASCOA-YYYYMMDD    PIC 9(8).
       01  WS-PASCOA-INT         PIC S9(9) COMP.
       01  WS-DIA-INT            PIC S9(9) COMP.
       01  WS-DESLOCAMENTO       PIC S9(3).
       01  WS-RESTO              PIC 9(4).
       01  WS-QUOCIENTE          PIC 9(4).

       01  WS-FIXOS-VALORES.
           05  FILLER  PIC X(34) VALUE '0101CONFRATERNIZACAO UNIVERSAL'.
           05  FILLER  PIC X(34) VALUE '0421TIRADENTES'.
           05  FILLER  PIC X(34) VALUE '0501DIA DO TRABALHO'.
           05  FILLER  PIC X(34) VALUE '0907INDEPENDENCIA DO BRASIL'.
           05  FILLER  PIC X(34) VALUE '1012NOSSA SENHORA APARECIDA'.
           05  FILLER  PIC X(34) VALUE '1102FINADOS'.
           05  FILLER  PIC X(34) VALUE '1115PROCLAMACAO DA REPUBLICA'.
           05  FILLER  PIC X(34) VALUE '1120CONSCIENCIA NEGRA'.
           05  FILLER  PIC X(34) VALUE '1225NATAL'.
       01  WS-FIXOS-TABELA REDEFINES WS-FIXOS-VALORES.
           05  WS-FIXO           OCCURS 9 TIMES.
               10  WS-FX-MMDD        PIC X(4).
               10  WS-FX-DESCRICAO   PIC X(30).
       01  WS-FIXOS-COUNT        PIC 9(2)  VALUE 9.

       01  WS-MOVEIS-VALORES.
           05  FILLER  PIC X(34) VALUE '-048CARNAVAL (SEGUNDA-FEIRA)'.
           05  FILLER  PIC X(34) VALUE '-047CARNAVAL (TERCA-FEIRA)'.
           05  FILLER  PIC X(34) VALUE '-002SEXTA-FEIRA SANTA'.
           05  FILLER  PIC X(34) VALUE '+060CORPUS CHRISTI'.
       01  WS-MOVEIS-TABELA REDEFINES WS-MOVEIS-VALORES.
           05  WS-MOVEL          OCCURS 4 TIMES.
               10  WS-MV-DESLOC      PIC X(4).
               10  WS-MV-DESCRICAO   PIC X(30).
       01  WS-MOVEIS-COUNT       PIC 9(2)  VALUE 4.
       01  WS-K                  PIC 9(2).

       COPY FERIADOREC.

       COPY EVENTREC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-USUARIO
           PERFORM READ-RUN-OPTIONS
           PERFORM CARREGA-CALENDARIO
           IF WS-MODO = 'VERIFICA'
               IF WS-MES-HOJE < WS-AVISO-MES
                   DISPLAY 'Verificacao do calendario de '
                           WS-ANO-SEGUINTE ' so a partir do mes '
                           WS-AVISO-MES '.'
                   STOP RUN
               END-IF
               PERFORM VERIFICA-ANO-SEGUINTE
               IF WS-NO-ANO = 0
                   PERFORM GRAVA-EVENTO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'Calendario de ' WS-ANO-SEGUINTE
                           ' carregado (' WS-NO-ANO ' feriados).'
               END-IF
               STOP RUN
           END-IF
           IF WS-MES-HOJE >= WS-AVISO-MES
               PERFORM VERIFICA-ANO-SEGUINTE
           END-IF
           OPEN EXTEND CALENDARIO-LOG-FILE
           IF WS-CALENDLOG-STATUS NOT = '00'
               OPEN OUTPUT CALENDARIO-LOG-FILE
           END-IF
           PERFORM UNTIL WS-CONTINUE-SWITCH NOT = 'S'
               PERFORM SHOW-MENU
               PERFORM PROCESS-OPCAO
           END-PERFORM
           CLOSE CALENDARIO-LOG-FILE
           STOP RUN.

       LOAD-USUARIO.
           MOVE 'USER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-USUARIO FROM ENVIRONMENT-VALUE
           IF WS-USUARIO = SPACE
               MOVE 'DESCONH.' TO WS-USUARIO
           END-IF.

       READ-RUN-OPTIONS.
           MOVE 'CALENDARIO_MODO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE
           MOVE 'CALENDARIO_AVISO_MES' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AVISO-TXT FROM ENVIRONMENT-VALUE
           IF WS-AVISO-TXT NOT = SPACE
                   AND FUNCTION NUMVAL(WS-AVISO-TXT) > 0
                   AND FUNCTION NUMVAL(WS-AVISO-TXT) < 13
               COMPUTE WS-AVISO-MES = FUNCTION NUMVAL(WS-AVISO-TXT)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ANO-HOJE
           MOVE WS-TIMESTAMP(5:2) TO WS-MES-HOJE
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-HOJE + 1.

      *> The whole file is held in storage for the session, in date
      *> order - every change rewrites it from the table, so the
      *> file on disk never holds a half-applied change.
       CARREGA-CALENDARIO.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-EOF
           END-IF
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDARIO-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       PERFORM GUARDA-FERIADO
               END-READ
           END-PERFORM
           IF WS-CALENDARIO-STATUS NOT = '35'
               CLOSE CALENDARIO-FILE
           END-IF.

      *> Lines are put in date order as they load, so a file that
      *> was hand-edited out of order comes back sorted on the
      *> first rewrite.
       GUARDA-FERIADO.
           MOVE CALENDARIO-RECORD TO WS-FERIADO-REG
           IF WS-FR-DATA IS NOT NUMERIC
               IF CALENDARIO-RECORD NOT = SPACE
                   DISPLAY '*** Linha invalida em calendario.dat '
                           'ignorada: ' CALENDARIO-RECORD
               END-IF
           ELSE
               MOVE WS-FR-DATA TO WS-DATA
               PERFORM LOCALIZA-DATA
               IF WS-CAL-ACHADO = 0
                   PERFORM INSERE-FERIADO
               END-IF
           END-IF.

      *> WS-CAL-ACHADO is the date's index (0 when absent) and
      *> WS-CAL-POS the index it would be inserted at.
       LOCALIZA-DATA.
           MOVE 0 TO WS-CAL-ACHADO
           COMPUTE WS-CAL-POS = WS-CAL-COUNT + 1
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-IDX < 1
               IF WS-CAL-ENTRADA(WS-CAL-IDX)(1:8) = WS-DATA
                   MOVE WS-CAL-IDX TO WS-CAL-ACHADO
               END-IF
               IF WS-CAL-ENTRADA(WS-CAL-IDX)(1:8) > WS-DATA
                   MOVE WS-CAL-IDX TO WS-CAL-POS
               END-IF
           END-PERFORM.

      *> Inserts WS-FERIADO-REG at WS-CAL-POS; WS-ENTRADA-OK comes
      *> back N when the table is full.
       INSERE-FERIADO.
           IF WS-CAL-COUNT >= WS-CAL-MAXIMO
               DISPLAY 'Calendario cheio (' WS-CAL-MAXIMO
                       ' feriados) - ' WS-FR-DATA ' nao incluido.'
               MOVE 'N' TO WS-ENTRADA-OK
           ELSE
               PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                       UNTIL WS-CAL-IDX < WS-CAL-POS
                   MOVE WS-CAL-ENTRADA(WS-CAL-IDX) TO
                       WS-CAL-ENTRADA(WS-CAL-IDX + 1)
               END-PERFORM
               MOVE WS-FERIADO-REG TO WS-CAL-ENTRADA(WS-CAL-POS)
               ADD 1 TO WS-CAL-COUNT
               MOVE 'Y' TO WS-ENTRADA-OK
           END-IF.

       GRAVA-CALENDARIO.
           OPEN OUTPUT CALENDARIO-FILE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               WRITE CALENDARIO-RECORD FROM
                   WS-CAL-ENTRADA(WS-CAL-IDX)
           END-PERFORM
           CLOSE CALENDARIO-FILE.

       SHOW-MENU.
           DISPLAY '========================================'
           DISPLAY 'Calendario de feriados (calendario.dat)'
           DISPLAY '1 - Listar feriados de um ano'
           DISPLAY '2 - Incluir feriado'
           DISPLAY '3 - Excluir feriado'
           DISPLAY '4 - Gerar feriados nacionais de um ano'
           DISPLAY '5 - Sair'
           DISPLAY 'Opcao: '
           ACCEPT WS-OPCAO.

       PROCESS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM LISTA-FERIADOS
               WHEN '2'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM INCLUI-FERIADO
                   END-IF
               WHEN '3'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM EXCLUI-FERIADO
                   END-IF
               WHEN '4'
                   PERFORM VERIFICA-AUTORIZACAO
                   IF WS-AUTORIZADO = 'Y'
                       PERFORM GERA-ANO
                   END-IF
               WHEN '5'
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

       LISTA-FERIADOS.
           PERFORM PEDE-ANO
           IF WS-ENTRADA-OK = 'Y'
               MOVE 0 TO WS-NO-ANO
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   MOVE WS-CAL-ENTRADA(WS-CAL-IDX) TO WS-FERIADO-REG
                   IF WS-FR-DATA(1:4) = WS-ANO-TXT
                       ADD 1 TO WS-NO-ANO
                       DISPLAY WS-FR-DATA ' ' WS-FR-DESCRICAO
                   END-IF
               END-PERFORM
               IF WS-NO-ANO = 0
                   DISPLAY 'Nenhum feriado carregado para '
                           WS-ANO-TXT '.'
               ELSE
                   DISPLAY WS-NO-ANO ' feriado(s) em ' WS-ANO-TXT
               END-IF
           END-IF.

       INCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF WS-ENTRADA-OK = 'Y'
               PERFORM LOCALIZA-DATA
               IF WS-CAL-ACHADO > 0
                   DISPLAY 'Data ' WS-DATA ' ja e feriado.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               DISPLAY 'Descricao: '
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO = SPACE
                   DISPLAY 'Descricao obrigatoria - nada incluido.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               MOVE SPACES TO WS-FERIADO-REG
               MOVE WS-DATA TO WS-FR-DATA
               MOVE WS-DESCRICAO TO WS-FR-DESCRICAO
               PERFORM INSERE-FERIADO
               IF WS-ENTRADA-OK = 'Y'
                   PERFORM GRAVA-CALENDARIO
                   MOVE 'INCLUIR' TO KL-ACAO
                   PERFORM GRAVA-LOG
                   DISPLAY 'Feriado ' WS-DATA ' incluido.'
               END-IF
           END-IF.

       EXCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF WS-ENTRADA-OK = 'Y'
               PERFORM LOCALIZA-DATA
               IF WS-CAL-ACHADO = 0
                   DISPLAY 'Data ' WS-DATA ' nao esta no calendario.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF
           IF WS-ENTRADA-OK = 'Y'
               MOVE WS-CAL-ENTRADA(WS-CAL-ACHADO) TO WS-FERIADO-REG
               DISPLAY 'Excluir ' WS-FR-DATA ' ' WS-FR-DESCRICAO
                       ' (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE WS-FR-DESCRICAO TO WS-DESCRICAO
                   PERFORM VARYING WS-CAL-IDX FROM WS-CAL-ACHADO BY 1
                           UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                       MOVE WS-CAL-ENTRADA(WS-CAL-IDX + 1) TO
                           WS-CAL-ENTRADA(WS-CAL-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CAL-COUNT
                   PERFORM GRAVA-CALENDARIO
                   MOVE 'EXCLUIR' TO KL-ACAO
                   PERFORM GRAVA-LOG
                   DISPLAY 'Feriado ' WS-DATA ' excluido.'
               ELSE
                   DISPLAY 'Exclusao cancelada.'
               END-IF
           END-IF.

      *> A whole year in one action. A date already on file keeps
      *> its own description (a state holiday on the same day, a
      *> hand correction) - only the missing dates are added, each
      *> with its own log line.
       GERA-ANO.
           PERFORM PEDE-ANO
           IF WS-ENTRADA-OK = 'Y'
               MOVE 0 TO WS-INCLUIDOS
               MOVE 0 TO WS-JA-EXISTENTES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-FIXOS-COUNT
                   MOVE SPACE TO WS-DATA
                   STRING WS-ANO-TXT DELIMITED BY SIZE
                          WS-FX-MMDD(WS-K) DELIMITED BY SIZE
                       INTO WS-DATA
                   MOVE WS-FX-DESCRICAO(WS-K) TO WS-DESCRICAO
                   PERFORM GERA-FERIADO
               END-PERFORM
               PERFORM CALCULA-PASCOA
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-MOVEIS-COUNT
                   COMPUTE WS-DESLOCAMENTO =
                       FUNCTION NUMVAL(WS-MV-DESLOC(WS-K))
                   COMPUTE WS-DIA-INT =
                       WS-PASCOA-INT + WS-DESLOCAMENTO
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                       TO WS-DATA-NUM
                   MOVE WS-DATA-NUM TO WS-DATA
                   MOVE WS-MV-DESCRICAO(WS-K) TO WS-DESCRICAO
                   PERFORM GERA-FERIADO
               END-PERFORM
               IF WS-INCLUIDOS > 0
                   PERFORM GRAVA-CALENDARIO
               END-IF
               DISPLAY 'Pascoa de ' WS-ANO-TXT ': '
                       WS-PASCOA-YYYYMMDD
               DISPLAY WS-INCLUIDOS ' feriado(s) incluido(s), '
                       WS-JA-EXISTENTES ' ja existente(s).'
           END-IF.

       GERA-FERIADO.
           PERFORM LOCALIZA-DATA
           IF WS-CAL-ACHADO > 0
               ADD 1 TO WS-JA-EXISTENTES
           ELSE
               MOVE SPACES TO WS-FERIADO-REG
               MOVE WS-DATA TO WS-FR-DATA
               MOVE WS-DESCRICAO TO WS-FR-DESCRICAO
               PERFORM INSERE-FERIADO
               IF WS-ENTRADA-OK = 'Y'
                   ADD 1 TO WS-INCLUIDOS
                   MOVE 'GERAR' TO KL-ACAO
                   PERFORM GRAVA-LOG
                   DISPLAY WS-DATA ' ' WS-DESCRICAO
               END-IF
           END-IF.

      *> Anonymous Gregorian algorithm: leaves Easter Sunday in
      *> WS-PASCOA-YYYYMMDD and as an integer date in WS-PASCOA-INT.
       CALCULA-PASCOA.
           DIVIDE WS-ANO BY 19 GIVING WS-QUOCIENTE
               REMAINDER WS-PASCOA-A
           DIVIDE WS-ANO BY 100 GIVING WS-PASCOA-B
               REMAINDER WS-PASCOA-C
           DIVIDE WS-PASCOA-B BY 4 GIVING WS-PASCOA-D
               REMAINDER WS-PASCOA-E
           COMPUTE WS-PASCOA-F = (WS-PASCOA-B + 8) / 25
           COMPUTE WS-PASCOA-G =
               (WS-PASCOA-B - WS-PASCOA-F + 1) / 3
           COMPUTE WS-RESTO = 19 * WS-PASCOA-A + WS-PASCOA-B
               - WS-PASCOA-D - WS-PASCOA-G + 15
           DIVIDE WS-RESTO BY 30 GIVING WS-QUOCIENTE
               REMAINDER WS-PASCOA-H
           DIVIDE WS-PASCOA-C BY 4 GIVING WS-PASCOA-I
               REMAINDER WS-PASCOA-K
           COMPUTE WS-RESTO = 32 + 2 * WS-PASCOA-E
               + 2 * WS-PASCOA-I - WS-PASCOA-H - WS-PASCOA-K + 7
           DIVIDE WS-RESTO BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-PASCOA-L
           COMPUTE WS-PASCOA-M = (WS-PASCOA-A + 11 * WS-PASCOA-H
               + 22 * WS-PASCOA-L) / 451
           COMPUTE WS-PASCOA-N = WS-PASCOA-H + WS-PASCOA-L
               - 7 * WS-PASCOA-M + 114
           DIVIDE WS-PASCOA-N BY 31 GIVING WS-PASCOA-MES
               REMAINDER WS-PASCOA-DIA
           ADD 1 TO WS-PASCOA-DIA
           COMPUTE WS-PASCOA-YYYYMMDD = WS-ANO * 10000
               + WS-PASCOA-MES * 100 + WS-PASCOA-DIA
           COMPUTE WS-PASCOA-INT =
               FUNCTION INTEGER-OF-DATE(WS-PASCOA-YYYYMMDD).

       PEDE-ANO.
           MOVE 'Y' TO WS-ENTRADA-OK
           DISPLAY 'Ano (AAAA): '
           ACCEPT WS-ANO-TXT
           IF WS-ANO-TXT IS NOT NUMERIC
               DISPLAY 'Ano invalido.'
               MOVE 'N' TO WS-ENTRADA-OK
           ELSE
               MOVE WS-ANO-TXT TO WS-ANO
               IF WS-ANO < 1601
                   DISPLAY 'Ano invalido.'
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF.

       PEDE-DATA.
           MOVE 'Y' TO WS-ENTRADA-OK
           DISPLAY 'Data (AAAAMMDD): '
           ACCEPT WS-DATA
           IF WS-DATA IS NOT NUMERIC
               DISPLAY 'Data invalida.'
               MOVE 'N' TO WS-ENTRADA-OK
           ELSE
               MOVE WS-DATA(1:4) TO WS-DATA-ANO
               MOVE WS-DATA(5:2) TO WS-DATA-MES
               MOVE WS-DATA(7:2) TO WS-DATA-DIA
               CALL 'ValidaDataFiscal' USING WS-DATA-ANO
                   WS-DATA-MES WS-DATA-DIA WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 'Y'
                   DISPLAY 'Data invalida: ' WS-DATA
                   MOVE 'N' TO WS-ENTRADA-OK
               END-IF
           END-IF.

      *> Counts the coming year's holidays into WS-NO-ANO and warns
      *> when there are none - CalendarioFiscal would otherwise
      *> treat every weekday of that year as a business day.
       VERIFICA-ANO-SEGUINTE.
           MOVE 0 TO WS-NO-ANO
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               MOVE WS-CAL-ENTRADA(WS-CAL-IDX) TO WS-FERIADO-REG
               IF WS-FR-DATA(1:4) = WS-ANO-SEGUINTE
                   ADD 1 TO WS-NO-ANO
               END-IF
           END-PERFORM
           IF WS-NO-ANO = 0
               DISPLAY '*** Feriados de ' WS-ANO-SEGUINTE
                       ' ainda nao carregados em calendario.dat '
                       '(opcao 4 - Gerar).'
           END-IF.

       GRAVA-EVENTO.
           MOVE 'ManutencaoCalendario' TO WS-EV-PROGRAMA
           MOVE 'A' TO WS-EV-SEVERIDADE
           MOVE SPACE TO WS-EV-RUN-ID
           MOVE 0 TO WS-EV-SQLCODE
           MOVE SPACE TO WS-EV-MENSAGEM
           STRING 'FERIADOS DE ' DELIMITED BY SIZE
                  WS-ANO-SEGUINTE DELIMITED BY SIZE
                  ' NAO CARREGADOS EM CALENDARIO.DAT'
                      DELIMITED BY SIZE
               INTO WS-EV-MENSAGEM
           END-STRING
           CALL 'RegistraEvento' USING WS-EVENTO.

       GRAVA-LOG.
           MOVE KL-ACAO TO WS-ACAO-SALVA
           MOVE SPACES TO CALENDARIO-LOG-RECORD
           MOVE WS-ACAO-SALVA TO KL-ACAO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO KL-TIMESTAMP
           MOVE WS-USUARIO TO KL-USUARIO
           MOVE WS-DATA TO KL-DATA
           MOVE WS-DESCRICAO TO KL-DESCRICAO
           WRITE CALENDARIO-LOG-RECORD.
