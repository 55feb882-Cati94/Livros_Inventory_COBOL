       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-Hoje           PIC 9(8).
       01 WS-Dias-Atraso    PIC S9(5).
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao     PIC X.
       01 WS-Cal-Local      PIC X(3).
       01 WS-Cal-Inicio     PIC 9(8).
       01 WS-Cal-Fim        PIC 9(8).
       01 WS-Cal-Dias       PIC S9(5).
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.
           END-IF
           .

      *> Os dias de atraso sao so os dias em que o local do
      *> emprestimo esteve aberto; um emprestimo cujo prazo passou so
      *> em dias de fecho ainda nao esta atrasado.
       LibertarAtraso.
           MOVE 'C' TO WS-Cal-Funcao
           MOVE Loan-Local TO WS-Cal-Local
           MOVE Loan-Data-Prevista TO WS-Cal-Inicio
           MOVE WS-Hoje TO WS-Cal-Fim
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Dias TO WS-Dias-Atraso
           IF WS-Dias-Atraso > 0
               MOVE Loan-Mutuario      TO SortMutuario
               MOVE Loan-ISBN          TO SortISBN
               MOVE Loan-Data-Prevista TO SortPrevista
               PERFORM ProcurarTituloLivro
               MOVE WS-Dias-Atraso TO SortDias
               RELEASE SortRegistro
           END-IF
           .

       ProcurarTituloLivro.
