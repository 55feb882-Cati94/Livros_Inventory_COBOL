       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpirarReservas.

      *> Nightly batch: expires holds whose pickup deadline has
      *> passed, the unattended form of the "Expirar Reservas
      *> Vencidas" option of GerirReservas. Cada reserva retida com
      *> Reserva-Data-Limite anterior a hoje passa a Expirada; o
      *> exemplar passa para a reserva pendente seguinte do mesmo
      *> ISBN, ou volta a prateleira do local onde estava retido.
      *> Cada expiracao fica no registo de auditoria. Termina com
      *> RETURN-CODE 8 se reservas.dat nao puder ser aberto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LivrosFile ASSIGN TO 'livros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

           SELECT ReservasFile ASSIGN TO 'reservas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reserva-Chave
               ALTERNATE RECORD KEY IS Reserva-ISBN WITH DUPLICATES
               FILE STATUS IS WS-Reservas-Status.

           SELECT LocaisFile ASSIGN TO 'locais.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LivrosFile.
       COPY LIVRO.

       FD  ReservasFile.
       COPY RESERVA.

       FD  LocaisFile.
       COPY LOCAL.

       WORKING-STORAGE SECTION.
       01 WS-Livros-Status PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Reservas-Status PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 WS-Locais-Status PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 BuscaISBN        PIC X(13).
       01 WS-Hoje          PIC 9(8).
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Operador      PIC X(8) VALUE "SISTEMA".
       01 WS-Dias-Reserva  PIC 9(3) VALUE 7.
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao    PIC X.
       01 WS-Cal-Local     PIC X(3).
       01 WS-Cal-Inicio    PIC 9(8).
       01 WS-Cal-Fim       PIC 9(8).
       01 WS-Cal-Dias      PIC S9(5).
       01 WS-EOF-Fila      PIC X VALUE 'N'.
       01 WS-Reserva-Achada PIC X VALUE 'N'.
       01 WS-Chave-Achada.
           05 WS-Chave-ISBN PIC X(13).
           05 WS-Chave-Data PIC 9(8).
           05 WS-Chave-Hora PIC 9(6).
       01 WS-Chave-Retomar.
           05 WS-Retomar-ISBN PIC X(13).
           05 WS-Retomar-Data PIC 9(8).
           05 WS-Retomar-Hora PIC 9(6).
       01 WS-Expiradas     PIC 9(3) VALUE 0.
       01 WS-Local-Retido  PIC X(3).

       PROCEDURE DIVISION.
       MainExpirarReservas.
           PERFORM ExpirarReservasVencidas
           STOP RUN.

       AbrirReservasIO.
           OPEN I-O ReservasFile
           IF Reservas-Nao-Existe
               OPEN OUTPUT ReservasFile
               CLOSE ReservasFile
               OPEN I-O ReservasFile
           END-IF
           IF WS-Reservas-Status(1:1) NOT = '0'
               DISPLAY "Nao foi possivel abrir reservas.dat (estado "
                   WS-Reservas-Status ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       ExpirarReservasVencidas.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           MOVE 0 TO WS-Expiradas
           PERFORM AbrirReservasIO
           MOVE LOW-VALUES TO Reserva-Chave
           START ReservasFile KEY IS NOT LESS Reserva-Chave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Fila
                   PERFORM UNTIL WS-EOF-Fila = 'S'
                       READ ReservasFile NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-Fila
                           NOT AT END
                               IF Reserva-Retida
                                       AND Reserva-Data-Limite
                                       < WS-Hoje
                                   PERFORM ExpirarReserva
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           CLOSE ReservasFile
           DISPLAY WS-Expiradas " reserva(s) expirada(s)."
           .

       ExpirarReserva.
           MOVE Reserva-Local TO WS-Local-Retido
           MOVE 'E' TO Reserva-Estado
           MOVE SPACES TO Reserva-Local
           REWRITE ReservaRegistro
           ADD 1 TO WS-Expiradas
           MOVE Reserva-ISBN TO BuscaISBN
           MOVE "EXPIRAR" TO WS-Audit-Acao
           CALL 'GravarAuditoria' USING WS-Audit-Acao BuscaISBN
               WS-Operador
           MOVE Reserva-Chave TO WS-Chave-Retomar
           PERFORM PassarExemplarRetido
           MOVE WS-Chave-Retomar TO Reserva-Chave
           START ReservasFile KEY IS GREATER Reserva-Chave
               INVALID KEY
                   MOVE 'S' TO WS-EOF-Fila
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Fila
           END-START
           .

       PassarExemplarRetido.
           PERFORM ProcurarProximaPendente
           IF WS-Reserva-Achada = 'S'
               MOVE WS-Chave-Achada TO Reserva-Chave
               READ ReservasFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO Reserva-Estado
                       MOVE WS-Local-Retido TO Reserva-Local
                       PERFORM CalcularDataLimite
                       REWRITE ReservaRegistro
                       DISPLAY "Exemplar passou para "
                           Reserva-Mutuario " (mutuario "
                           Reserva-Mutuario-Numero ")."
               END-READ
           ELSE
               PERFORM LibertarExemplarRetido
           END-IF
           .

       ProcurarProximaPendente.
           MOVE 'N' TO WS-Reserva-Achada
           MOVE BuscaISBN TO Reserva-ISBN
           START ReservasFile KEY IS EQUAL Reserva-ISBN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Fila
                   PERFORM UNTIL WS-EOF-Fila = 'S'
                       READ ReservasFile NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-Fila
                           NOT AT END
                               IF Reserva-ISBN NOT = BuscaISBN
                                   MOVE 'S' TO WS-EOF-Fila
                               ELSE
                                   IF Reserva-Pendente
                                       MOVE Reserva-Chave TO
                                           WS-Chave-Achada
                                       MOVE 'S' TO WS-Reserva-Achada
                                       MOVE 'S' TO WS-EOF-Fila
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           .

      *> Prazo de levantamento: hoje mais os dias de reserva,
      *> passado para o dia aberto seguinte se cair num dia de fecho
      *> do local onde o exemplar esta retido.
       CalcularDataLimite.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           COMPUTE WS-Cal-Inicio =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   + WS-Dias-Reserva)
           MOVE 'P' TO WS-Cal-Funcao
           MOVE Reserva-Local TO WS-Cal-Local
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Fim TO Reserva-Data-Limite
           .

       LibertarExemplarRetido.
           OPEN I-O LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE BuscaISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Exemplares-Retidos > 0
                           SUBTRACT 1 FROM Exemplares-Retidos
                           REWRITE LivroRegistro
                       END-IF
               END-READ
               CLOSE LivrosFile
           END-IF
           PERFORM LibertarRetidoNoLocal
           .

      *> Devolve o exemplar a prateleira do local onde estava retido
      *> (Reserva-Local); reservas antigas sem local registado so
      *> mexem no contador global, como antes.
       LibertarRetidoNoLocal.
           IF WS-Local-Retido NOT = SPACES
               OPEN I-O LocaisFile
               IF Locais-Nao-Existe
                   CONTINUE
               ELSE
                   MOVE BuscaISBN TO Local-ISBN
                   MOVE WS-Local-Retido TO Local-Codigo
                   READ LocaisFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Local-Exemplares-Retidos > 0
                               SUBTRACT 1
                                   FROM Local-Exemplares-Retidos
                               REWRITE LocalRegistro
                           END-IF
                   END-READ
                   CLOSE LocaisFile
               END-IF
           END-IF
           .
