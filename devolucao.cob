      *> emprestimo em aberto) e guarda um checkpoint por linha para
      *> uma nova execucao retomar depois da ultima devolucao
      *> confirmada, sem processar duas vezes a mesma devolucao.
      *> A taxa da multa e a da categoria do mutuario do emprestimo
      *> (categorias.dat), como no balcao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT MutuariosFile ASSIGN TO 'mutuarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mutuario-Numero
               FILE STATUS IS WS-Mutuarios-Status.

           SELECT CategoriasFile ASSIGN TO 'categorias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Categoria-Codigo
               FILE STATUS IS WS-Categorias-Status.

           SELECT TaxaFile ASSIGN TO 'multas.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Taxa-Status.
       FD  LocaisFile.
       COPY LOCAL.

       FD  MutuariosFile.
       COPY MUTUARIO.

       FD  CategoriasFile.
       COPY CATEGORIA.

      *> Taxa diaria da multa, partilhada com o balcao (ver
      *> emprestimos.cob): 00050 no ficheiro significa 0,50 por dia.
       FD  TaxaFile.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Locais-Status PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 WS-Mutuarios-Status PIC XX.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Categorias-Status PIC XX.
           88 Categorias-Nao-Existe VALUE '35'.
       01 WS-Taxa-Status   PIC XX.
           88 Taxa-Nao-Existe VALUE '35'.
       01 WS-Checkpoint-Status PIC XX.
       01 WS-Ha-Loans      PIC X VALUE 'N'.
       01 WS-Ha-Reservas   PIC X VALUE 'N'.
       01 WS-Ha-Locais     PIC X VALUE 'N'.
       01 WS-Ha-Mutuarios  PIC X VALUE 'N'.
       01 WS-Ha-Categorias PIC X VALUE 'N'.
       01 WS-EOF           PIC X VALUE 'N'.
       01 WS-EOF-Procura   PIC X VALUE 'N'.
       01 WS-EOF-Fila      PIC X VALUE 'N'.
       01 WS-Data-Devolucao PIC 9(8).
       01 WS-Reter-Exemplar PIC X VALUE 'N'.
       01 WS-Dias-Reserva   PIC 9(3) VALUE 7.
       01 WS-Taxa-Geral     PIC 9(3)V99 VALUE 0.50.
       01 WS-Taxa-Multa     PIC 9(3)V99 VALUE 0.50.
       01 WS-Dias-Atraso    PIC S9(5).
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao     PIC X.
       01 WS-Cal-Local      PIC X(3).
       01 WS-Cal-Inicio     PIC 9(8).
       01 WS-Cal-Fim        PIC 9(8).
       01 WS-Cal-Dias       PIC S9(5).
       01 WS-Valor-Multa    PIC 9(5)V99.
       01 WS-Data-Valida    PIC X VALUE 'N'.
       01 WS-Data-Verificar PIC 9(8).
           IF NOT Locais-Nao-Existe
               MOVE 'S' TO WS-Ha-Locais
           END-IF
           OPEN INPUT MutuariosFile
           IF NOT Mutuarios-Nao-Existe
               MOVE 'S' TO WS-Ha-Mutuarios
           END-IF
           OPEN INPUT CategoriasFile
           IF NOT Categorias-Nao-Existe
               MOVE 'S' TO WS-Ha-Categorias
           END-IF
           OPEN I-O MultasFile
           IF Multas-Nao-Existe
               OPEN OUTPUT MultasFile
           IF WS-Ha-Locais = 'S'
               CLOSE LocaisFile
           END-IF
           IF WS-Ha-Mutuarios = 'S'
               CLOSE MutuariosFile
           END-IF
           IF WS-Ha-Categorias = 'S'
               CLOSE CategoriasFile
           END-IF
           CLOSE MultasFile
           .

                   AT END CONTINUE
                   NOT AT END
                       IF TaxaRegistro IS NUMERIC
                           MOVE TaxaRegistro TO WS-Taxa-Geral
                       END-IF
               END-READ
               CLOSE TaxaFile
           END-READ
           .

      *> So contam como atraso os dias em que o local do emprestimo
      *> esteve aberto (calendario de fecho).
       CalcularMultaAtrasoCaixa.
           MOVE 'N' TO WS-Data-Valida
           IF Loan-Data-Prevista IS NUMERIC
               PERFORM ValidarDataCalendario
           END-IF
           IF WS-Data-Valida = 'S'
               MOVE 'C' TO WS-Cal-Funcao
               MOVE Loan-Local TO WS-Cal-Local
               MOVE Loan-Data-Prevista TO WS-Cal-Inicio
               MOVE WS-Data-Devolucao TO WS-Cal-Fim
               CALL 'ConsultarCalendario' USING WS-Cal-Funcao
                   WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
               MOVE WS-Cal-Dias TO WS-Dias-Atraso
               IF WS-Dias-Atraso > 0
                   PERFORM ObterTaxaMutuarioCaixa
                   COMPUTE WS-Valor-Multa =
                       WS-Dias-Atraso * WS-Taxa-Multa
                   PERFORM GravarMultaCaixa
           END-IF
           .

      *> Taxa da categoria do mutuario do emprestimo; sem categoria
      *> ou sem linha em categorias.dat fica a taxa de multas.cfg.
       ObterTaxaMutuarioCaixa.
           MOVE WS-Taxa-Geral TO WS-Taxa-Multa
           IF WS-Ha-Mutuarios = 'S' AND WS-Ha-Categorias = 'S'
               MOVE Loan-Mutuario-Numero TO Mutuario-Numero
               READ MutuariosFile
                   INVALID KEY
                       MOVE SPACE TO Mutuario-Categoria
               END-READ
               IF Mutuario-Categoria NOT = SPACE
                   MOVE Mutuario-Categoria TO Categoria-Codigo
                   READ CategoriasFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Categoria-Taxa-Multa TO WS-Taxa-Multa
                   END-READ
               END-IF
           END-IF
           .

       GravarMultaCaixa.
           MOVE Loan-Chave TO Multa-Chave
           MOVE Loan-Mutuario-Numero TO Multa-Mutuario-Numero
           MOVE ZEROS TO Multa-Valor-Pago
           MOVE 'P' TO Multa-Estado
           MOVE WS-Data-Devolucao TO Multa-Data-Registo
           MOVE 'A' TO Multa-Tipo
           WRITE MultaRegistro
               INVALID KEY
                   CONTINUE
       ReterParaReserva.
           MOVE 'R' TO Reserva-Estado
           MOVE Loan-Local TO Reserva-Local
           COMPUTE WS-Cal-Inicio =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   + WS-Dias-Reserva)
           MOVE 'P' TO WS-Cal-Funcao
           MOVE Loan-Local TO WS-Cal-Local
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Fim TO Reserva-Data-Limite
           REWRITE ReservaRegistro
           MOVE 'S' TO WS-Reter-Exemplar
           .
