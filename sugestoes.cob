       IDENTIFICATION DIVISION.
       PROGRAM-ID. SugestoesCompra.

      *> Purchase-suggestion report for acquisitions, in two parts.
      *> Primeiro os titulos cuja fila de reservas pendentes em
      *> reservas.dat e longa para os exemplares que o catalogo tem
      *> (N ou mais leitores em espera por exemplar). Depois os
      *> titulos cujos exemplares andam sempre emprestados: soma os
      *> dias de emprestimo dentro de uma janela recente, de
      *> loans.dat e de loanhist.dat, e compara com os dias que os
      *> exemplares do catalogo podiam ter estado fora. Cada linha
      *> traz uma quantidade sugerida para encomendar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReservasFile ASSIGN TO 'reservas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reserva-Chave
               ALTERNATE RECORD KEY IS Reserva-ISBN WITH DUPLICATES
               FILE STATUS IS WS-Reservas-Status.

           SELECT LivrosFile ASSIGN TO 'livros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

           SELECT LoansFile ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Chave
               ALTERNATE RECORD KEY IS Loan-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS Loan-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Loans-Status.

           SELECT HistFile ASSIGN TO 'loanhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hist-Chave
               ALTERNATE RECORD KEY IS Hist-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS Hist-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Hist-Status.

           SELECT SortFile ASSIGN TO 'sugestoes.srt'.

           SELECT PrintFile ASSIGN TO 'sugestoes.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReservasFile.
       COPY RESERVA.

       FD  LivrosFile.
       COPY LIVRO.

       FD  LoansFile.
       COPY LOAN.

       FD  HistFile.
       COPY LOAN REPLACING LoanRegistro BY HistRegistro
                           Loan-Chave BY Hist-Chave
                           Loan-ISBN BY Hist-ISBN
                           Loan-Data-Emprestimo
                               BY Hist-Data-Emprestimo
                           Loan-Hora-Emprestimo
                               BY Hist-Hora-Emprestimo
                           Loan-Mutuario BY Hist-Mutuario
                           Loan-Mutuario-Numero
                               BY Hist-Mutuario-Numero
                           Loan-Data-Prevista BY Hist-Data-Prevista
                           Loan-Status BY Hist-Status
                           Loan-Aberto BY Hist-Aberto
                           Loan-Devolvido BY Hist-Devolvido
                           Loan-Perdido BY Hist-Perdido
                           Loan-Danificado BY Hist-Danificado
                           Loan-Abatido BY Hist-Abatido
                           Loan-Data-Devolucao
                               BY Hist-Data-Devolucao
                           Loan-Renovacoes BY Hist-Renovacoes
                           Loan-Local BY Hist-Local.

       SD  SortFile.
       01  SortRegistro.
           05 SortISBN      PIC X(13).
           05 SortDias      PIC 9(5).

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Reservas-Status PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 WS-Livros-Status   PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Loans-Status    PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Hist-Status     PIC XX.
           88 Hist-Nao-Existe VALUE '35'.
       01 WS-Ha-Livros       PIC X VALUE 'N'.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-Hoje            PIC 9(8).
       01 WS-Hoje-Int        PIC 9(8).
       01 WS-Inicio-Janela   PIC 9(8).
       01 WS-Inicio-Int      PIC 9(8).
      *> Parametros do relatorio; 0 na entrada deixa o valor por
      *> omissao.
       01 WS-Fila-Por-Exemplar PIC 9(2) VALUE 2.
       01 WS-Dias-Janela     PIC 9(3) VALUE 90.
       01 WS-Pct-Ocupacao    PIC 9(3) VALUE 90.
       01 WS-Entrada-Param   PIC 9(3).
       01 WS-ISBN-Atual      PIC X(13) VALUE SPACES.
       01 WS-Primeiro-ISBN   PIC X VALUE 'S'.
       01 WS-Pendentes       PIC 9(5) VALUE 0.
       01 WS-Dias-ISBN       PIC 9(7) VALUE 0.
       01 WS-Total-Livro     PIC 9(3).
       01 WS-Fora-Livro      PIC 9(3).
       01 WS-Titulo-Livro    PIC X(50).
       01 WS-Exemplares-Alvo PIC 9(5).
       01 WS-Sugerir         PIC S9(5).
       01 WS-Ocupacao        PIC 9(5).
       01 WS-Emp-Inicio      PIC 9(8).
       01 WS-Emp-Fim         PIC 9(8).
       01 WS-Emp-Dias        PIC S9(7).
       01 WS-Qtd-Fila        PIC 9(5) VALUE 0.
       01 WS-Qtd-Ocupados    PIC 9(5) VALUE 0.
       01 WS-Linha-Count     PIC 9(3) VALUE 0.
       01 WS-Max-Linhas      PIC 9(3) VALUE 55.
       01 WS-Pagina          PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(32) VALUE
                     "SUGESTOES DE COMPRA - ".
           05 WS-Cab-Data   PIC 9(8).
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Titulo-Fila.
           05 FILLER PIC X(44) VALUE
               "TITULOS COM FILA DE RESERVAS (leitores por e".
           05 FILLER PIC X(18) VALUE "xemplar a partir d".
           05 FILLER PIC X(2)  VALUE "e ".
           05 WS-Tit-Fila   PIC Z9.
           05 FILLER PIC X(1)  VALUE ")".

       01 WS-Cabecalho-Fila.
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(51) VALUE "Titulo".
           05 FILLER PIC X(11) VALUE "Exemplares".
           05 FILLER PIC X(11) VALUE "Pendentes".
           05 FILLER PIC X(8)  VALUE "Sugerir".

       01 WS-Linha-Fila.
           05 WS-Fil-ISBN      PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Fil-Titulo    PIC X(50).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Fil-Total     PIC ZZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Fil-Pendentes PIC ZZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Fil-Sugerir   PIC ZZZZZZ9.

       01 WS-Titulo-Ocupados.
           05 FILLER PIC X(44) VALUE
               "TITULOS SEMPRE EMPRESTADOS (ocupacao nos ult".
           05 FILLER PIC X(6)  VALUE "imos ".
           05 WS-Tit-Dias   PIC ZZ9.
           05 FILLER PIC X(19) VALUE " dias a partir de ".
           05 WS-Tit-Pct    PIC ZZ9.
           05 FILLER PIC X(2)  VALUE "%)".

       01 WS-Cabecalho-Ocupados.
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(51) VALUE "Titulo".
           05 FILLER PIC X(11) VALUE "Exemplares".
           05 FILLER PIC X(6)  VALUE "Fora".
           05 FILLER PIC X(10) VALUE "Ocupacao".
           05 FILLER PIC X(8)  VALUE "Sugerir".

       01 WS-Linha-Ocupado.
           05 WS-Ocu-ISBN      PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Ocu-Titulo    PIC X(50).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Ocu-Total     PIC ZZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Ocu-Fora      PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-Ocu-Pct       PIC ZZZZZ9.
           05 FILLER           PIC X(3) VALUE "%  ".
           05 WS-Ocu-Sugerir   PIC ZZZZZZ9.

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhum titulo nesta situacao)".

       PROCEDURE DIVISION.
       MainSugestoes.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           PERFORM PedirParametros
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje)
           COMPUTE WS-Inicio-Int = WS-Hoje-Int - WS-Dias-Janela
           COMPUTE WS-Inicio-Janela =
               FUNCTION DATE-OF-INTEGER(WS-Inicio-Int)
           OPEN OUTPUT PrintFile
           MOVE 'N' TO WS-Ha-Livros
           OPEN INPUT LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE 'S' TO WS-Ha-Livros
           END-IF
           PERFORM EscreverCabecalho
           PERFORM EscreverSeccaoFila
           PERFORM EscreverCabecalho
           SORT SortFile
               ON ASCENDING KEY SortISBN
               INPUT PROCEDURE IS LerDiasEmprestimo
               OUTPUT PROCEDURE IS EscreverSeccaoOcupados
           IF WS-Ha-Livros = 'S'
               CLOSE LivrosFile
           END-IF
           CLOSE PrintFile
           DISPLAY WS-Qtd-Fila " titulo(s) com fila e "
               WS-Qtd-Ocupados " titulo(s) sempre emprestado(s); "
               "relatorio em sugestoes.prt."
           STOP RUN.

       PedirParametros.
           DISPLAY "Leitores em fila por exemplar a partir de "
               "(0 = " WS-Fila-Por-Exemplar "):"
           ACCEPT WS-Entrada-Param
           IF WS-Entrada-Param IS NUMERIC AND WS-Entrada-Param > 0
                   AND WS-Entrada-Param < 100
               MOVE WS-Entrada-Param TO WS-Fila-Por-Exemplar
           END-IF
           DISPLAY "Janela de ocupacao em dias (0 = "
               WS-Dias-Janela "):"
           ACCEPT WS-Entrada-Param
           IF WS-Entrada-Param IS NUMERIC AND WS-Entrada-Param > 0
               MOVE WS-Entrada-Param TO WS-Dias-Janela
           END-IF
           DISPLAY "Ocupacao minima em % (0 = " WS-Pct-Ocupacao "):"
           ACCEPT WS-Entrada-Param
           IF WS-Entrada-Param IS NUMERIC AND WS-Entrada-Param > 0
               MOVE WS-Entrada-Param TO WS-Pct-Ocupacao
           END-IF
           .

      *> reservas.dat esta na ordem da chave, que comeca no ISBN,
      *> por isso a fila de cada titulo chega seguida e basta uma
      *> quebra por ISBN.
       EscreverSeccaoFila.
           MOVE WS-Fila-Por-Exemplar TO WS-Tit-Fila
           WRITE PrintLinha FROM WS-Titulo-Fila
           WRITE PrintLinha FROM WS-Cabecalho-Fila
           ADD 2 TO WS-Linha-Count
           MOVE 'S' TO WS-Primeiro-ISBN
           OPEN INPUT ReservasFile
           IF NOT Reservas-Nao-Existe
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ReservasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END PERFORM ContarReservaPendente
                   END-READ
               END-PERFORM
               IF WS-Primeiro-ISBN = 'N'
                   PERFORM AvaliarFilaISBN
               END-IF
               CLOSE ReservasFile
           END-IF
           IF WS-Qtd-Fila = 0
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       ContarReservaPendente.
           IF Reserva-ISBN NOT = WS-ISBN-Atual
                   OR WS-Primeiro-ISBN = 'S'
               IF WS-Primeiro-ISBN = 'N'
                   PERFORM AvaliarFilaISBN
               END-IF
               MOVE Reserva-ISBN TO WS-ISBN-Atual
               MOVE 0 TO WS-Pendentes
               MOVE 'N' TO WS-Primeiro-ISBN
           END-IF
           IF Reserva-Pendente
               ADD 1 TO WS-Pendentes
           END-IF
           .

      *> Sugere os exemplares que faltam para a fila ficar abaixo
      *> do limite de leitores por exemplar.
       AvaliarFilaISBN.
           IF WS-Pendentes > 0
               PERFORM LerLivroAtual
               IF WS-Pendentes
                       >= WS-Total-Livro * WS-Fila-Por-Exemplar
                   COMPUTE WS-Exemplares-Alvo =
                       WS-Pendentes / WS-Fila-Por-Exemplar + 1
                   COMPUTE WS-Sugerir =
                       WS-Exemplares-Alvo - WS-Total-Livro
                   IF WS-Sugerir < 1
                       MOVE 1 TO WS-Sugerir
                   END-IF
                   IF WS-Linha-Count >= WS-Max-Linhas
                       PERFORM EscreverCabecalho
                   END-IF
                   MOVE WS-ISBN-Atual TO WS-Fil-ISBN
                   MOVE WS-Titulo-Livro TO WS-Fil-Titulo
                   MOVE WS-Total-Livro TO WS-Fil-Total
                   MOVE WS-Pendentes TO WS-Fil-Pendentes
                   MOVE WS-Sugerir TO WS-Fil-Sugerir
                   WRITE PrintLinha FROM WS-Linha-Fila
                   ADD 1 TO WS-Linha-Count
                   ADD 1 TO WS-Qtd-Fila
               END-IF
           END-IF
           .

       LerLivroAtual.
           MOVE 0 TO WS-Total-Livro
           MOVE 0 TO WS-Fora-Livro
           MOVE "(fora do catalogo)" TO WS-Titulo-Livro
           IF WS-Ha-Livros = 'S'
               MOVE WS-ISBN-Atual TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Exemplares-Total TO WS-Total-Livro
                       MOVE Exemplares-Fora TO WS-Fora-Livro
                       MOVE Titulo TO WS-Titulo-Livro
               END-READ
           END-IF
           .

       LerDiasEmprestimo.
           OPEN INPUT LoansFile
           IF NOT Loans-Nao-Existe
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ LoansFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE Loan-ISBN TO SortISBN
                           MOVE Loan-Data-Emprestimo TO WS-Emp-Inicio
                           IF Loan-Aberto
                               MOVE WS-Hoje TO WS-Emp-Fim
                           ELSE
                               MOVE Loan-Data-Devolucao TO WS-Emp-Fim
                           END-IF
                           PERFORM LibertarDiasEmprestimo
                   END-READ
               END-PERFORM
               CLOSE LoansFile
           END-IF
           OPEN INPUT HistFile
           IF NOT Hist-Nao-Existe
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ HistFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE Hist-ISBN TO SortISBN
                           MOVE Hist-Data-Emprestimo TO WS-Emp-Inicio
                           MOVE Hist-Data-Devolucao TO WS-Emp-Fim
                           PERFORM LibertarDiasEmprestimo
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF
           .

      *> Conta so a parte do emprestimo dentro da janela.
       LibertarDiasEmprestimo.
           IF WS-Emp-Inicio IS NUMERIC AND WS-Emp-Inicio > ZEROS
                   AND WS-Emp-Fim IS NUMERIC
                   AND WS-Emp-Fim > WS-Inicio-Janela
               IF WS-Emp-Inicio < WS-Inicio-Janela
                   MOVE WS-Inicio-Janela TO WS-Emp-Inicio
               END-IF
               IF WS-Emp-Fim > WS-Hoje
                   MOVE WS-Hoje TO WS-Emp-Fim
               END-IF
               COMPUTE WS-Emp-Dias =
                   FUNCTION INTEGER-OF-DATE(WS-Emp-Fim)
                   - FUNCTION INTEGER-OF-DATE(WS-Emp-Inicio)
               IF WS-Emp-Dias > 0
                   MOVE WS-Emp-Dias TO SortDias
                   RELEASE SortRegistro
               END-IF
           END-IF
           .

       EscreverSeccaoOcupados.
           MOVE WS-Dias-Janela TO WS-Tit-Dias
           MOVE WS-Pct-Ocupacao TO WS-Tit-Pct
           WRITE PrintLinha FROM WS-Titulo-Ocupados
           WRITE PrintLinha FROM WS-Cabecalho-Ocupados
           ADD 2 TO WS-Linha-Count
           MOVE 'S' TO WS-Primeiro-ISBN
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SortFile
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END PERFORM SomarDiasISBN
               END-RETURN
           END-PERFORM
           IF WS-Primeiro-ISBN = 'N'
               PERFORM AvaliarOcupacaoISBN
           END-IF
           IF WS-Qtd-Ocupados = 0
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       SomarDiasISBN.
           IF SortISBN NOT = WS-ISBN-Atual
                   OR WS-Primeiro-ISBN = 'S'
               IF WS-Primeiro-ISBN = 'N'
                   PERFORM AvaliarOcupacaoISBN
               END-IF
               MOVE SortISBN TO WS-ISBN-Atual
               MOVE 0 TO WS-Dias-ISBN
               MOVE 'N' TO WS-Primeiro-ISBN
           END-IF
           ADD SortDias TO WS-Dias-ISBN
           .

      *> Ocupacao = dias emprestados / (exemplares x dias da
      *> janela). Acima do limite sugere mais um exemplar.
       AvaliarOcupacaoISBN.
           PERFORM LerLivroAtual
           IF WS-Total-Livro > 0
               COMPUTE WS-Ocupacao = WS-Dias-ISBN * 100
                   / (WS-Total-Livro * WS-Dias-Janela)
               IF WS-Ocupacao >= WS-Pct-Ocupacao
                   IF WS-Linha-Count >= WS-Max-Linhas
                       PERFORM EscreverCabecalho
                   END-IF
                   MOVE WS-ISBN-Atual TO WS-Ocu-ISBN
                   MOVE WS-Titulo-Livro TO WS-Ocu-Titulo
                   MOVE WS-Total-Livro TO WS-Ocu-Total
                   MOVE WS-Fora-Livro TO WS-Ocu-Fora
                   MOVE WS-Ocupacao TO WS-Ocu-Pct
                   MOVE 1 TO WS-Ocu-Sugerir
                   WRITE PrintLinha FROM WS-Linha-Ocupado
                   ADD 1 TO WS-Linha-Count
                   ADD 1 TO WS-Qtd-Ocupados
               END-IF
           END-IF
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Hoje TO WS-Cab-Data
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Linha-Count
           .
