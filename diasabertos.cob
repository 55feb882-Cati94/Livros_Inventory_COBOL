       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultarCalendario.

      *> Shared closing-days lookup, CALLed wherever a date has to
      *> respect the days the library is open (datas previstas,
      *> prazos de levantamento de reservas, dias de atraso), so the
      *> calendar rule lives in exactly one place. Um dia esta
      *> fechado se calendario.dat tiver a data, ou o dia da semana,
      *> para a biblioteca toda (local em branco) ou para o local
      *> indicado. Sem calendario.dat todos os dias estao abertos.
      *>   Funcao 'P' - devolve em LK-Data-Fim o primeiro dia aberto
      *>                a partir de LK-Data-Inicio (inclusive).
      *>   Funcao 'C' - devolve em LK-Dias os dias abertos depois de
      *>                LK-Data-Inicio ate LK-Data-Fim (inclusive).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarioFile ASSIGN TO 'calendario.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Calendario-Chave
               FILE STATUS IS WS-Calendario-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarioFile.
       COPY CALENDARIO.

       WORKING-STORAGE SECTION.
       01 WS-Calendario-Status PIC XX.
           88 Calendario-Nao-Existe VALUE '35'.
       01 WS-Ha-Calendario  PIC X VALUE 'N'.
       01 WS-Dia-Fechado    PIC X VALUE 'N'.
       01 WS-Dia-Inteiro    PIC 9(7).
       01 WS-Dia-Fim        PIC 9(7).
       01 WS-Dia-Data       PIC 9(8).
       01 WS-Dia-Semana     PIC 9(8).
       01 WS-Max-Tentativas PIC 9(3) VALUE 366.
       01 WS-Tentativas     PIC 9(3).
       01 WS-Chave-Calendario.
           05 WS-Chave-Local PIC X(3).
           05 WS-Chave-Data  PIC 9(8).

       LINKAGE SECTION.
       01 LK-Funcao      PIC X.
       01 LK-Local       PIC X(3).
       01 LK-Data-Inicio PIC 9(8).
       01 LK-Data-Fim    PIC 9(8).
       01 LK-Dias        PIC S9(5).

       PROCEDURE DIVISION USING LK-Funcao LK-Local LK-Data-Inicio
               LK-Data-Fim LK-Dias.
       MainCalendario.
           MOVE 'N' TO WS-Ha-Calendario
           OPEN INPUT CalendarioFile
           IF NOT Calendario-Nao-Existe
               MOVE 'S' TO WS-Ha-Calendario
           END-IF
           EVALUATE LK-Funcao
               WHEN 'P' PERFORM ProximoDiaAberto
               WHEN 'C' PERFORM ContarDiasAbertos
           END-EVALUATE
           IF WS-Ha-Calendario = 'S'
               CLOSE CalendarioFile
           END-IF
           GOBACK.

      *> Avanca dia a dia ate um dia aberto; um ano inteiro fechado
      *> so pode ser um erro no calendario e devolve a data pedida.
       ProximoDiaAberto.
           MOVE LK-Data-Inicio TO LK-Data-Fim
           IF WS-Ha-Calendario = 'S'
               COMPUTE WS-Dia-Inteiro =
                   FUNCTION INTEGER-OF-DATE(LK-Data-Inicio)
               MOVE LK-Data-Inicio TO WS-Dia-Data
               PERFORM VerificarDiaFechado
               MOVE 0 TO WS-Tentativas
               PERFORM UNTIL WS-Dia-Fechado = 'N'
                       OR WS-Tentativas >= WS-Max-Tentativas
                   ADD 1 TO WS-Dia-Inteiro
                   ADD 1 TO WS-Tentativas
                   COMPUTE WS-Dia-Data =
                       FUNCTION DATE-OF-INTEGER(WS-Dia-Inteiro)
                   PERFORM VerificarDiaFechado
               END-PERFORM
               IF WS-Dia-Fechado = 'N'
                   MOVE WS-Dia-Data TO LK-Data-Fim
               END-IF
           END-IF
           .

       ContarDiasAbertos.
           MOVE 0 TO LK-Dias
           IF LK-Data-Fim > LK-Data-Inicio
               COMPUTE WS-Dia-Inteiro =
                   FUNCTION INTEGER-OF-DATE(LK-Data-Inicio)
               COMPUTE WS-Dia-Fim =
                   FUNCTION INTEGER-OF-DATE(LK-Data-Fim)
               IF WS-Ha-Calendario = 'N'
                   COMPUTE LK-Dias = WS-Dia-Fim - WS-Dia-Inteiro
               ELSE
                   PERFORM UNTIL WS-Dia-Inteiro >= WS-Dia-Fim
                       ADD 1 TO WS-Dia-Inteiro
                       COMPUTE WS-Dia-Data =
                           FUNCTION DATE-OF-INTEGER(WS-Dia-Inteiro)
                       PERFORM VerificarDiaFechado
                       IF WS-Dia-Fechado = 'N'
                           ADD 1 TO LK-Dias
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      *> 16010101 (dia 1 do INTEGER-OF-DATE) foi uma segunda-feira.
       VerificarDiaFechado.
           MOVE 'N' TO WS-Dia-Fechado
           COMPUTE WS-Dia-Semana =
               FUNCTION MOD(WS-Dia-Inteiro - 1, 7) + 1
           MOVE SPACES TO WS-Chave-Local
           MOVE WS-Dia-Data TO WS-Chave-Data
           PERFORM LerDiaCalendario
           MOVE WS-Dia-Semana TO WS-Chave-Data
           PERFORM LerDiaCalendario
           IF LK-Local NOT = SPACES
               MOVE LK-Local TO WS-Chave-Local
               MOVE WS-Dia-Data TO WS-Chave-Data
               PERFORM LerDiaCalendario
               MOVE WS-Dia-Semana TO WS-Chave-Data
               PERFORM LerDiaCalendario
           END-IF
           .

       LerDiaCalendario.
           IF WS-Dia-Fechado = 'N'
               MOVE WS-Chave-Calendario TO Calendario-Chave
               READ CalendarioFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Dia-Fechado
               END-READ
           END-IF
           .
