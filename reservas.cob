       01 WS-Hoje          PIC 9(8).
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Dias-Reserva  PIC 9(3) VALUE 7.
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao    PIC X.
       01 WS-Cal-Local     PIC X(3).
       01 WS-Cal-Inicio    PIC 9(8).
       01 WS-Cal-Fim       PIC 9(8).
       01 WS-Cal-Dias      PIC S9(5).
       01 WS-Livro-Encontrado PIC X VALUE 'N'.
       01 WS-Mutuario-Valido  PIC X VALUE 'N'.
       01 WS-Nome-Mutuario    PIC X(30).
                   INVALID KEY
                       DISPLAY "Mutuario nao encontrado no registo."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN Mutuario-Fechado
                               DISPLAY "Conta do mutuario encerrada; "
                                   "reserva recusada."
                           WHEN Mutuario-Bloqueado
                               DISPLAY "Mutuario suspenso; reserva "
                                   "recusada."
                           WHEN OTHER
                               MOVE Mutuario-Nome TO WS-Nome-Mutuario
                               MOVE 'S' TO WS-Mutuario-Valido
                       END-EVALUATE
               END-READ
               CLOSE MutuariosFile
           END-IF
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
