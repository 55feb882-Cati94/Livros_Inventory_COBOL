       01 WS-Numero-Atual   PIC 9(5).
       01 WS-Saldo-Pendente PIC S9(7)V99.
       01 WS-Dias-Atraso    PIC S9(5).
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao     PIC X.
       01 WS-Cal-Local      PIC X(3).
       01 WS-Cal-Inicio     PIC 9(8).
       01 WS-Cal-Fim        PIC 9(8).
       01 WS-Cal-Dias       PIC S9(5).
       01 WS-Pior-Atraso    PIC S9(5).
       01 WS-Excedeu        PIC X VALUE 'N'.
       01 WS-Audit-Acao     PIC X(10).
           END-IF
           .

      *> Conta so os dias em que o local do emprestimo esteve
      *> aberto, como a multa no balcao.
       MedirAtrasoEmprestimo.
           IF Loan-Aberto
                   AND Loan-Data-Prevista NOT = ZEROS
                   AND Loan-Data-Prevista < WS-Hoje
               MOVE 'C' TO WS-Cal-Funcao
               MOVE Loan-Local TO WS-Cal-Local
               MOVE Loan-Data-Prevista TO WS-Cal-Inicio
               MOVE WS-Hoje TO WS-Cal-Fim
               CALL 'ConsultarCalendario' USING WS-Cal-Funcao
                   WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
               MOVE WS-Cal-Dias TO WS-Dias-Atraso
               IF WS-Dias-Atraso > WS-Pior-Atraso
                   MOVE WS-Dias-Atraso TO WS-Pior-Atraso
               END-IF
