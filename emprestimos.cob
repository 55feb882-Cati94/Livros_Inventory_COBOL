               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT CategoriasFile ASSIGN TO 'categorias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Categoria-Codigo
               FILE STATUS IS WS-Categorias-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LivrosFile.
       FD  LocaisFile.
       COPY LOCAL.

       FD  CategoriasFile.
       COPY CATEGORIA.

       WORKING-STORAGE SECTION.
       01 WS-Livros-Status PIC XX.
           88 Livros-OK         VALUE '00'.
       01 WS-Hoje          PIC 9(8).
       01 WS-Encontrou-Aberto PIC X VALUE 'N'.
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Audit-Acao-Perda PIC X(10).
       01 WS-EOF-Consulta  PIC X VALUE 'N'.
       01 WS-Livro-Encontrado PIC X VALUE 'N'.
       01 WS-Mutuarios-Status PIC XX.
       01 WS-Nome-Mutuario     PIC X(30).
       01 WS-Abertos-Mutuario  PIC 9(3) VALUE 0.
       01 WS-Max-Emprestimos   PIC 9(3) VALUE 3.
       01 WS-Categoria-Mutuario PIC X VALUE SPACE.
       01 WS-Categorias-Status PIC XX.
           88 Categorias-Nao-Existe VALUE '35'.
      *> Regras gerais, para leitores sem categoria ou com uma
      *> categoria ainda sem linha em categorias.dat.
       01 WS-Geral-Max-Emprestimos PIC 9(3) VALUE 3.
       01 WS-Geral-Max-Renovacoes  PIC 9(2) VALUE 2.
       01 WS-Geral-Dias-Emprestimo PIC 9(3) VALUE 14.
       01 WS-Geral-Taxa-Multa      PIC 9(3)V99 VALUE 0.50.
       01 WS-Dias-Emprestimo   PIC 9(3) VALUE 14.
       01 WS-Data-Prevista     PIC 9(8).
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao        PIC X.
       01 WS-Cal-Local         PIC X(3).
       01 WS-Cal-Inicio        PIC 9(8).
       01 WS-Cal-Fim           PIC 9(8).
       01 WS-Cal-Dias          PIC S9(5).
       01 WS-EOF-Contagem      PIC X VALUE 'N'.
       01 WS-Reservas-Status   PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 WS-Valor-Multa       PIC 9(5)V99.
       01 WS-Dias-Mostrar      PIC ZZZ9.
       01 WS-Valor-Mostrar     PIC ZZZZ9.99.
      *> A multa de atraso de um exemplar perdido/danificado fica com
      *> a hora do emprestimo mais 240000 (nenhuma hora real chega
      *> la), para nao chocar com o encargo de reposicao que ocupa a
      *> chave do emprestimo.
       01 WS-Hora-Multa-Perda  PIC 9(6) VALUE 240000.
       01 WS-Desvio-Hora-Multa PIC 9(6) VALUE 0.
       01 WS-Data-Entrada      PIC 9(8).
       01 WS-Data-Digitos REDEFINES WS-Data-Entrada.
           05 WS-Data-AAAA PIC 9(4).
       01 WS-Local-OK          PIC X VALUE 'S'.
       01 WS-Livres-Local      PIC S9(4).
       01 WS-Local-Reserva     PIC X(3).
       01 WS-Opcao-Perda       PIC 9.
       01 WS-Preco-Reposicao   PIC 9(5)V99.
       01 WS-Chave-Devolucao.
           05 WS-Dev-ISBN PIC X(13).
           05 WS-Dev-Data PIC 9(8).
               DISPLAY "3 - Consultar Emprestimos por ISBN"
               DISPLAY "4 - Sair"
               DISPLAY "5 - Renovar"
               DISPLAY "6 - Declarar Perdido/Danificado"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 3 PERFORM ConsultarEmprestimosPorISBN
                   WHEN 4 MOVE 'S' TO FimPrograma
                   WHEN 5 PERFORM RenovarLivro
                   WHEN 6 PERFORM DeclararPerdaLivro
               END-EVALUATE
           END-PERFORM
           STOP RUN.
                   INVALID KEY
                       DISPLAY "Mutuario nao encontrado no registo."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN Mutuario-Fechado
                               DISPLAY "Conta do mutuario encerrada; "
                                   "emprestimo recusado."
                           WHEN Mutuario-Bloqueado
                               DISPLAY "Mutuario suspenso; emprestimo "
                                   "recusado."
                           WHEN OTHER
                               MOVE Mutuario-Nome TO WS-Nome-Mutuario
                               MOVE Mutuario-Categoria
                                   TO WS-Categoria-Mutuario
                               MOVE 'S' TO WS-Mutuario-Valido
                       END-EVALUATE
               END-READ
               CLOSE MutuariosFile
           END-IF
           IF WS-Mutuario-Valido = 'S'
               PERFORM AplicarCategoriaMutuario
           END-IF
           .

      *> Regras do leitor conforme a categoria: prazo do emprestimo,
      *> maximo de emprestimos abertos, maximo de renovacoes e taxa
      *> diaria da multa. Sem categoria, ou sem linha para ela em
      *> categorias.dat, valem as regras gerais e a taxa de
      *> multas.cfg.
       AplicarCategoriaMutuario.
           MOVE WS-Geral-Max-Emprestimos TO WS-Max-Emprestimos
           MOVE WS-Geral-Max-Renovacoes TO WS-Max-Renovacoes
           MOVE WS-Geral-Dias-Emprestimo TO WS-Dias-Emprestimo
           MOVE WS-Geral-Taxa-Multa TO WS-Taxa-Multa
           PERFORM LerTaxaMulta
           IF WS-Categoria-Mutuario NOT = SPACE
               OPEN INPUT CategoriasFile
               IF Categorias-Nao-Existe
                   CONTINUE
               ELSE
                   MOVE WS-Categoria-Mutuario TO Categoria-Codigo
                   READ CategoriasFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Categoria-Max-Emprestimos
                               TO WS-Max-Emprestimos
                           MOVE Categoria-Max-Renovacoes
                               TO WS-Max-Renovacoes
                           MOVE Categoria-Dias-Emprestimo
                               TO WS-Dias-Emprestimo
                           MOVE Categoria-Taxa-Multa
                               TO WS-Taxa-Multa
                   END-READ
                   CLOSE CategoriasFile
               END-IF
           END-IF
           .

      *> Renovacao e multa trabalham sobre o emprestimo ja gravado:
      *> a categoria vem do registo do mutuario do emprestimo.
       LerCategoriaMutuarioEmprestimo.
           MOVE SPACE TO WS-Categoria-Mutuario
           OPEN INPUT MutuariosFile
           IF Mutuarios-Nao-Existe
               CONTINUE
           ELSE
               MOVE Loan-Mutuario-Numero TO Mutuario-Numero
               READ MutuariosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Mutuario-Categoria
                           TO WS-Categoria-Mutuario
               END-READ
               CLOSE MutuariosFile
           END-IF
           PERFORM AplicarCategoriaMutuario
           .

       RegistarEmprestimo.
               TO Loan-Hora-Emprestimo
           MOVE WS-Nome-Mutuario TO Loan-Mutuario
           MOVE BuscaNumero TO Loan-Mutuario-Numero
           MOVE WS-Local-Emprestimo TO WS-Cal-Local
           PERFORM CalcularDataPrevista
           MOVE WS-Data-Prevista TO Loan-Data-Prevista
           MOVE 'A' TO Loan-Status
           MOVE ZEROS TO Loan-Data-Devolucao
           MOVE ZEROS TO Loan-Renovacoes
                   MOVE "EMPRESTAR" TO WS-Audit-Acao
                   CALL 'GravarAuditoria' USING
                       WS-Audit-Acao BuscaISBN WS-Operador
                   DISPLAY "Emprestimo registado; devolver ate "
                       Loan-Data-Prevista "."
           END-WRITE
           CLOSE LoansFile
           .

      *> A data prevista ja nao e digitada: e hoje mais os dias de
      *> emprestimo da categoria do mutuario, passada para o dia
      *> aberto seguinte se cair num dia de fecho do local
      *> (WS-Cal-Local).
       CalcularDataPrevista.
           COMPUTE WS-Cal-Inicio =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   + WS-Dias-Emprestimo)
           MOVE 'P' TO WS-Cal-Funcao
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Fim TO WS-Data-Prevista
           .

      *> Valida WS-Data-Entrada como data de calendario real: mes
               "aberto para o ISBN."
           DISPLAY "Numero do mutuario que devolve:"
           ACCEPT BuscaNumero
           PERFORM ProcurarAbertoMutuario
           IF WS-Encontrou-Aberto = 'S'
               PERFORM FecharEmprestimo
           ELSE
               DISPLAY "Nao ha emprestimo em aberto deste mutuario "
                   "para o ISBN."
           END-IF
           .

      *> Posiciona LoanRegistro no emprestimo em aberto de
      *> BuscaNumero para BuscaISBN; WS-Encontrou-Aberto diz se o
      *> encontrou.
       ProcurarAbertoMutuario.
           MOVE 'N' TO WS-Encontrou-Aberto
           MOVE BuscaISBN TO Loan-ISBN
           START LoansFile KEY IS EQUAL Loan-ISBN
                       END-READ
                   END-PERFORM
           END-START
           .

       FecharEmprestimo.
           .

      *> Devolucao fora do prazo: calcula os dias de atraso e a multa
      *> a taxa diaria da categoria do mutuario, mostra ao operador e
      *> lanca a multa no livro-razao multas.dat, ligada pela chave
      *> do emprestimo.
       CalcularMultaAtraso.
           MOVE 'N' TO WS-Data-Calendario-OK
           IF Loan-Data-Prevista IS NUMERIC
                   "multa nao calculada."
           END-IF
           IF WS-Data-Calendario-OK = 'S'
               PERFORM ContarDiasAtraso
               IF WS-Dias-Atraso > 0
                   PERFORM LerCategoriaMutuarioEmprestimo
                   COMPUTE WS-Valor-Multa =
                       WS-Dias-Atraso * WS-Taxa-Multa
                   MOVE WS-Dias-Atraso TO WS-Dias-Mostrar
           END-IF
           .

      *> So contam como atraso os dias em que o local do emprestimo
      *> esteve aberto (calendario de fecho).
       ContarDiasAtraso.
           MOVE 'C' TO WS-Cal-Funcao
           MOVE Loan-Local TO WS-Cal-Local
           MOVE Loan-Data-Prevista TO WS-Cal-Inicio
           MOVE Loan-Data-Devolucao TO WS-Cal-Fim
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Dias TO WS-Dias-Atraso
           .

       LerTaxaMulta.
           OPEN INPUT TaxaFile
           IF Taxa-Nao-Existe
               OPEN I-O MultasFile
           END-IF
           MOVE Loan-Chave TO Multa-Chave
           ADD WS-Desvio-Hora-Multa TO Multa-Hora-Emprestimo
           MOVE Loan-Mutuario-Numero TO Multa-Mutuario-Numero
           MOVE Loan-Mutuario TO Multa-Mutuario
           MOVE WS-Dias-Atraso TO Multa-Dias-Atraso
           MOVE ZEROS TO Multa-Valor-Pago
           MOVE 'P' TO Multa-Estado
           MOVE Loan-Data-Devolucao TO Multa-Data-Registo
           MOVE 'A' TO Multa-Tipo
           WRITE MultaRegistro
               INVALID KEY
                   DISPLAY "Multa ja registada para este emprestimo."
           CLOSE MultasFile
           .

      *> Exemplar emprestado que o leitor perdeu ou entregou
      *> estragado: o emprestimo fecha com estado proprio (P perdido,
      *> X danificado), o preco de reposicao do catalogo e lancado em
      *> multas.dat como encargo de reposicao e o exemplar sai do
      *> total do catalogo e do total do local do emprestimo. Se o
      *> emprestimo ja estava em atraso, os dias ate hoje geram
      *> tambem a multa de atraso, lancada a parte.
       DeclararPerdaLivro.
           DISPLAY "ISBN do exemplar perdido/danificado:"
           ACCEPT BuscaISBN
           PERFORM AbrirLoansIO
           PERFORM ContarAbertosDevolucao
           MOVE 'N' TO WS-Encontrou-Aberto
           EVALUATE TRUE
               WHEN WS-Abertos-Devolucao = 0
                   DISPLAY "Nao ha emprestimo em aberto para o "
                       "ISBN."
               WHEN WS-Abertos-Devolucao = 1
                   MOVE WS-Chave-Devolucao TO Loan-Chave
                   READ LoansFile
                       INVALID KEY
                           DISPLAY "Erro: emprestimo ja nao existe."
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Encontrou-Aberto
                   END-READ
               WHEN OTHER
                   DISPLAY "Ha " WS-Abertos-Devolucao " emprestimos "
                       "em aberto para o ISBN."
                   DISPLAY "Numero do mutuario responsavel:"
                   ACCEPT BuscaNumero
                   PERFORM ProcurarAbertoMutuario
                   IF WS-Encontrou-Aberto = 'N'
                       DISPLAY "Nao ha emprestimo em aberto deste "
                           "mutuario para o ISBN."
                   END-IF
           END-EVALUATE
           IF WS-Encontrou-Aberto = 'S'
               PERFORM DeclararPerdaEmprestimo
           END-IF
           CLOSE LoansFile
           .

       DeclararPerdaEmprestimo.
           PERFORM LerPrecoReposicao
           IF WS-Preco-Reposicao = 0
               DISPLAY "Livro sem preco de reposicao no catalogo; "
                   "registe-o antes de declarar a perda."
           ELSE
               MOVE WS-Preco-Reposicao TO WS-Valor-Mostrar
               DISPLAY "Emprestimo de " Loan-Mutuario " (mutuario "
                   Loan-Mutuario-Numero "); reposicao "
                   WS-Valor-Mostrar "."
               DISPLAY "1 - Perdido"
               DISPLAY "2 - Danificado"
               DISPLAY "0 - Cancelar"
               ACCEPT WS-Opcao-Perda
               EVALUATE WS-Opcao-Perda
                   WHEN 1
                       MOVE 'P' TO Loan-Status
                       MOVE "PERDIDO" TO WS-Audit-Acao
                       PERFORM AbaterEmprestimo
                   WHEN 2
                       MOVE 'X' TO Loan-Status
                       MOVE "DANIFICADO" TO WS-Audit-Acao
                       PERFORM AbaterEmprestimo
                   WHEN OTHER
                       DISPLAY "Cancelado."
               END-EVALUATE
           END-IF
           .

       LerPrecoReposicao.
           MOVE 0 TO WS-Preco-Reposicao
           OPEN INPUT LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE BuscaISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Livro-Preco-Reposicao IS NUMERIC
                           MOVE Livro-Preco-Reposicao
                               TO WS-Preco-Reposicao
                       END-IF
               END-READ
               CLOSE LivrosFile
           END-IF
           .

       AbaterEmprestimo.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO Loan-Data-Devolucao
           REWRITE LoanRegistro
           PERFORM CalcularAtrasoPerda
           PERFORM GravarReposicao
           PERFORM AbaterExemplarCatalogo
           PERFORM AbaterExemplarLocal
           CALL 'GravarAuditoria' USING WS-Audit-Acao
               BuscaISBN WS-Operador
           DISPLAY "Exemplar abatido; encargo de reposicao de "
               WS-Valor-Mostrar " lancado."
           .

      *> Atraso de um exemplar abatido: conta os dias de atraso ate
      *> a data da declaracao, a taxa da categoria do mutuario, e
      *> lanca-os como multa de atraso com a chave desviada de
      *> WS-Hora-Multa-Perda.
       CalcularAtrasoPerda.
           MOVE 'N' TO WS-Data-Calendario-OK
           IF Loan-Data-Prevista IS NUMERIC
                   AND Loan-Data-Prevista NOT = ZEROS
               MOVE Loan-Data-Prevista TO WS-Data-Entrada
               PERFORM ValidarDataCalendario
           END-IF
           IF WS-Data-Calendario-OK = 'S'
               PERFORM ContarDiasAtraso
               IF WS-Dias-Atraso > 0
                   MOVE WS-Audit-Acao TO WS-Audit-Acao-Perda
                   PERFORM LerCategoriaMutuarioEmprestimo
                   COMPUTE WS-Valor-Multa =
                       WS-Dias-Atraso * WS-Taxa-Multa
                   MOVE WS-Dias-Atraso TO WS-Dias-Mostrar
                   MOVE WS-Valor-Multa TO WS-Valor-Mostrar
                   DISPLAY "Emprestimo com " WS-Dias-Mostrar
                       " dia(s) de atraso; multa de "
                       WS-Valor-Mostrar "."
                   MOVE WS-Hora-Multa-Perda TO WS-Desvio-Hora-Multa
                   PERFORM GravarMulta
                   MOVE 0 TO WS-Desvio-Hora-Multa
                   MOVE WS-Audit-Acao-Perda TO WS-Audit-Acao
                   MOVE WS-Preco-Reposicao TO WS-Valor-Mostrar
               END-IF
           END-IF
           .

       GravarReposicao.
           OPEN I-O MultasFile
           IF Multas-Nao-Existe
               OPEN OUTPUT MultasFile
               CLOSE MultasFile
               OPEN I-O MultasFile
           END-IF
           MOVE Loan-Chave TO Multa-Chave
           MOVE Loan-Mutuario-Numero TO Multa-Mutuario-Numero
           MOVE Loan-Mutuario TO Multa-Mutuario
           MOVE 0 TO Multa-Dias-Atraso
           MOVE WS-Preco-Reposicao TO Multa-Valor
           MOVE ZEROS TO Multa-Valor-Pago
           MOVE 'P' TO Multa-Estado
           MOVE Loan-Data-Devolucao TO Multa-Data-Registo
           MOVE 'R' TO Multa-Tipo
           WRITE MultaRegistro
               INVALID KEY
                   DISPLAY "Encargo ja registado para este "
                       "emprestimo."
           END-WRITE
           CLOSE MultasFile
           .

       AbaterExemplarCatalogo.
           OPEN I-O LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE BuscaISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Exemplares-Fora > 0
                           SUBTRACT 1 FROM Exemplares-Fora
                       END-IF
                       IF Exemplares-Total > 0
                           SUBTRACT 1 FROM Exemplares-Total
                       END-IF
                       REWRITE LivroRegistro
               END-READ
               CLOSE LivrosFile
           END-IF
           .

       AbaterExemplarLocal.
           OPEN I-O LocaisFile
           IF Locais-Nao-Existe
               CONTINUE
           ELSE
               MOVE BuscaISBN TO Local-ISBN
               MOVE Loan-Local TO Local-Codigo
               READ LocaisFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Local-Exemplares-Fora > 0
                           SUBTRACT 1 FROM Local-Exemplares-Fora
                       END-IF
                       IF Local-Exemplares-Total > 0
                           SUBTRACT 1 FROM Local-Exemplares-Total
                       END-IF
                       REWRITE LocalRegistro
               END-READ
               CLOSE LocaisFile
           END-IF
           .

      *> Devolucao de um livro reservado: em vez de voltar a
      *> circulacao geral, o exemplar fica retido no balcao para o
      *> primeiro da fila, com prazo para levantamento.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           MOVE 'R' TO Reserva-Estado
           MOVE WS-Local-Devolucao TO Reserva-Local
           COMPUTE WS-Cal-Inicio =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   + WS-Dias-Reserva)
           MOVE 'P' TO WS-Cal-Funcao
           MOVE WS-Local-Devolucao TO WS-Cal-Local
           CALL 'ConsultarCalendario' USING WS-Cal-Funcao
               WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
           MOVE WS-Cal-Fim TO Reserva-Data-Limite
           REWRITE ReservaRegistro
           MOVE 'S' TO WS-Reter-Exemplar
           DISPLAY "Livro reservado: reter no balcao de "
      *> em aberto sem o fechar e reabrir, para a chave do
      *> emprestimo e a fila de reservas nao mexerem. Recusada quando
      *> ha reserva pendente para o ISBN (o proximo da fila espera) e
      *> quando o emprestimo ja esgotou as renovacoes permitidas
      *> pela categoria do mutuario; a nova data prevista e hoje mais
      *> os dias de emprestimo dessa categoria.
       RenovarLivro.
           DISPLAY "ISBN a renovar:"
           ACCEPT BuscaISBN

       RenovarEmprestimo.
           PERFORM ProcurarReservaPendenteISBN
           PERFORM LerCategoriaMutuarioEmprestimo
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           MOVE Loan-Local TO WS-Cal-Local
           PERFORM CalcularDataPrevista
           EVALUATE TRUE
               WHEN WS-Tem-Reserva-Pendente = 'S'
                   DISPLAY "Ha reserva pendente para este ISBN; "
                       "renovacao recusada."
               WHEN Loan-Renovacoes >= WS-Max-Renovacoes
                   DISPLAY "Emprestimo ja renovado "
                       Loan-Renovacoes " vez(es) (maximo "
                       WS-Max-Renovacoes "); renovacao recusada."
               WHEN WS-Data-Prevista <= Loan-Data-Prevista
                   DISPLAY "Emprestimo ja vence em "
                       Loan-Data-Prevista "; renovacao sem efeito."
               WHEN OTHER
                   MOVE WS-Data-Prevista TO Loan-Data-Prevista
                   ADD 1 TO Loan-Renovacoes
                   REWRITE LoanRegistro
                   MOVE "RENOVAR" TO WS-Audit-Acao
                       Loan-Renovacoes " de " WS-Max-Renovacoes
                       "); nova data prevista "
                       Loan-Data-Prevista "."
           END-EVALUATE
           .

      *> Consulta so de leitura da fila: basta uma reserva pendente
