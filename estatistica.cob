      *> titles (joined to the catalog for the Titulo), the titles
      *> with zero loans in the period and the average loan duration
      *> of the returned loans.
      *> Os emprestimos sao tambem somados pelo assunto do titulo
      *> (Livro-Assunto), com a descricao tirada de assuntos.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-Hist-Status.

           SELECT AssuntosFile ASSIGN TO 'assuntos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Assunto-Codigo
               FILE STATUS IS WS-Assuntos-Status.

           SELECT SortFile ASSIGN TO 'estatistica.srt'.

           SELECT PrintFile ASSIGN TO 'estatistica.prt'
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

       FD  AssuntosFile.
       COPY ASSUNTO.

       SD  SortFile.
       01  SortRegistro.
           05 SortISBN PIC X(13).
           88 Loans-Nao-Existe  VALUE '35'.
       01 WS-Hist-Status   PIC XX.
           88 Hist-Nao-Existe   VALUE '35'.
       01 WS-Assuntos-Status PIC XX.
           88 Assuntos-Nao-Existe VALUE '35'.
       01 WS-Ha-Livros      PIC X VALUE 'N'.
       01 WS-Ha-Assuntos    PIC X VALUE 'N'.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-Data-Inicio    PIC 9(8).
       01 WS-Data-Fim       PIC 9(8).
               10 WS-Tit-ISBN     PIC X(13).
               10 WS-Tit-Contagem PIC 9(6).

      *> Contagem de emprestimos por assunto, somada titulo a
      *> titulo quando cada grupo de ISBN fecha.
       01 WS-Qtd-Assuntos   PIC 9(3) VALUE 0.
       01 WS-Max-Assuntos   PIC 9(3) VALUE 200.
       01 WS-Aviso-Assuntos PIC X VALUE 'N'.
       01 WS-Assunto-Grupo  PIC X(6).
       01 WS-Tabela-Assuntos.
           05 WS-Ass-Entrada OCCURS 200 TIMES.
               10 WS-Ass-Codigo   PIC X(6).
               10 WS-Ass-Contagem PIC 9(6).

       01 WS-ISBN-Grupo     PIC X(13) VALUE SPACES.
       01 WS-Contagem-Grupo PIC 9(6) VALUE 0.
       01 WS-Grupo-Ativo    PIC X VALUE 'N'.
           05 WS-LTop-Qtd     PIC ZZZZZ9.
           05 FILLER          PIC X(15) VALUE " emprestimo(s)".

       01 WS-Titulo-Assuntos PIC X(30) VALUE
           "EMPRESTIMOS POR ASSUNTO".

       01 WS-Linha-Assunto.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-LAss-Codigo  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LAss-Descr   PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LAss-Qtd     PIC ZZZZZ9.
           05 FILLER          PIC X(15) VALUE " emprestimo(s)".

       01 WS-Titulo-Zero     PIC X(40) VALUE
           "TITULOS SEM EMPRESTIMOS NO PERIODO".

           DISPLAY "Data final do periodo (AAAAMMDD):"
           ACCEPT WS-Data-Fim
           OPEN OUTPUT PrintFile
           OPEN INPUT LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE 'S' TO WS-Ha-Livros
           END-IF
           SORT SortFile
               ON ASCENDING KEY SortISBN
               INPUT PROCEDURE IS LerEmprestimosPeriodo
               OUTPUT PROCEDURE IS AgruparPorTitulo
           OPEN INPUT AssuntosFile
           IF NOT Assuntos-Nao-Existe
               MOVE 'S' TO WS-Ha-Assuntos
           END-IF
           PERFORM EscreverCabecalho
           PERFORM EscreverSecaoMeses
           PERFORM EscreverSecaoTop
           PERFORM EscreverSecaoAssuntos
           PERFORM EscreverSecaoZero
           PERFORM EscreverSecaoMedia
           IF WS-Ha-Livros = 'S'
               CLOSE LivrosFile
           END-IF
           IF WS-Ha-Assuntos = 'S'
               CLOSE AssuntosFile
           END-IF
           CLOSE PrintFile
           DISPLAY WS-Total-Periodo " emprestimo(s) no periodo; "
               "relatorio em estatistica.prt."
               DISPLAY "AVISO: mais de " WS-Max-Meses " meses "
                   "distintos; contagem por mes truncada."
           END-IF
           IF WS-Aviso-Assuntos = 'S'
               DISPLAY "AVISO: mais de " WS-Max-Assuntos " assuntos "
                   "distintos; contagem por assunto truncada."
           END-IF
           STOP RUN.

       LerEmprestimosPeriodo.
               ELSE
                   MOVE 'S' TO WS-Aviso-Titulos
               END-IF
               PERFORM ContabilizarAssunto
               MOVE 'N' TO WS-Grupo-Ativo
           END-IF
           .

      *> Titulo sem assunto (ou ja fora do catalogo) conta sob o
      *> codigo em branco, impresso como "(sem assunto)".
       ContabilizarAssunto.
           MOVE SPACES TO WS-Assunto-Grupo
           IF WS-Ha-Livros = 'S'
               MOVE WS-ISBN-Grupo TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Livro-Assunto TO WS-Assunto-Grupo
               END-READ
           END-IF
           MOVE 0 TO WS-Achado-Idx
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Qtd-Assuntos
               IF WS-Ass-Codigo(WS-Idx) = WS-Assunto-Grupo
                   MOVE WS-Idx TO WS-Achado-Idx
                   MOVE WS-Qtd-Assuntos TO WS-Idx
               END-IF
           END-PERFORM
           IF WS-Achado-Idx > 0
               ADD WS-Contagem-Grupo
                   TO WS-Ass-Contagem(WS-Achado-Idx)
           ELSE
               IF WS-Qtd-Assuntos < WS-Max-Assuntos
                   ADD 1 TO WS-Qtd-Assuntos
                   MOVE WS-Assunto-Grupo
                       TO WS-Ass-Codigo(WS-Qtd-Assuntos)
                   MOVE WS-Contagem-Grupo
                       TO WS-Ass-Contagem(WS-Qtd-Assuntos)
               ELSE
                   MOVE 'S' TO WS-Aviso-Assuntos
               END-IF
           END-IF
           .

      *> Os meses foram acumulados por ordem de chegada; imprime-os
      *> por ordem cronologica escolhendo repetidamente o menor
      *> AAAAMM ainda nao impresso.
           END-IF
           .

      *> Assuntos por ordem decrescente de emprestimos, por
      *> seleccao repetida do maior contador como no top.
       EscreverSecaoAssuntos.
           PERFORM EscreverSeparador
           WRITE PrintLinha FROM WS-Titulo-Assuntos
           ADD 1 TO WS-Linha-Count
           IF WS-Qtd-Assuntos = 0
               WRITE PrintLinha FROM WS-Linha-Nenhum
               ADD 1 TO WS-Linha-Count
           END-IF
           MOVE 1 TO WS-Melhor-Valor
           PERFORM UNTIL WS-Melhor-Valor = 0
               PERFORM EscolherMaiorAssunto
               IF WS-Melhor-Valor > 0
                   PERFORM EscreverLinhaAssunto
               END-IF
           END-PERFORM
           .

       EscolherMaiorAssunto.
           MOVE 0 TO WS-Melhor-Idx
           MOVE 0 TO WS-Melhor-Valor
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Qtd-Assuntos
               IF WS-Ass-Contagem(WS-Idx) > WS-Melhor-Valor
                   MOVE WS-Ass-Contagem(WS-Idx) TO WS-Melhor-Valor
                   MOVE WS-Idx TO WS-Melhor-Idx
               END-IF
           END-PERFORM
           .

       EscreverLinhaAssunto.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Ass-Codigo(WS-Melhor-Idx) TO WS-LAss-Codigo
           MOVE WS-Melhor-Valor TO WS-LAss-Qtd
           IF WS-Ass-Codigo(WS-Melhor-Idx) = SPACES
               MOVE "(sem assunto)" TO WS-LAss-Descr
           ELSE
               MOVE "(ASSUNTO NAO REGISTADO)" TO WS-LAss-Descr
               IF WS-Ha-Assuntos = 'S'
                   MOVE WS-Ass-Codigo(WS-Melhor-Idx)
                       TO Assunto-Codigo
                   READ AssuntosFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Assunto-Descricao TO WS-LAss-Descr
                   END-READ
               END-IF
           END-IF
           WRITE PrintLinha FROM WS-Linha-Assunto
           ADD 1 TO WS-Linha-Count
           MOVE 0 TO WS-Ass-Contagem(WS-Melhor-Idx)
           .

      *> Zero emprestimos no periodo: livros do catalogo cujo ISBN
      *> nunca entrou na tabela de titulos. O top so zera os
      *> contadores, os ISBN ficam na tabela, por isso a pertenca a
