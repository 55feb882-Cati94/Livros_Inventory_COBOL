       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListaPrateleira.

      *> Shelf list: prints the catalog in call-number (cota) order
      *> per branch, the way the copies stand on the shelves, one
      *> line per title and branch with the copies held there, a
      *> subtotal per top-level class (first character of the cota)
      *> and per branch, and the grand totals. Titles still without
      *> locais.dat rows come under "(sem local)" with the catalog
      *> count; titles without a cota close each branch under
      *> "SEM COTA" so they can be classified.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LivrosFile ASSIGN TO 'livros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

           SELECT LocaisFile ASSIGN TO 'locais.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT SortFile ASSIGN TO 'prateleira.srt'.

           SELECT PrintFile ASSIGN TO 'prateleira.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LivrosFile.
       COPY LIVRO.

       FD  LocaisFile.
       COPY LOCAL.

       SD  SortFile.
       01  SortRegistro.
           05 SortLocal      PIC X(3).
           05 SortSemCota    PIC X.
           05 SortCota       PIC X(20).
           05 SortISBN       PIC X(13).
           05 SortTitulo     PIC X(50).
           05 SortAutor      PIC X(30).
           05 SortAssunto    PIC X(6).
           05 SortExemplares PIC 9(3).

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Livros-Status  PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Locais-Status  PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 WS-Ha-Locais      PIC X VALUE 'N'.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-EOF-Locais     PIC X VALUE 'N'.
       01 WS-Linhas-Livro   PIC 9(3) VALUE 0.
       01 WS-Local-Pedido   PIC X(3).
       01 WS-Primeiro-Local PIC X VALUE 'S'.
       01 WS-Local-Atual    PIC X(3) VALUE SPACES.
       01 WS-Classe-Atual   PIC X VALUE SPACE.
       01 WS-Sem-Cota-Atual PIC X VALUE SPACE.
       01 WS-Classe-Qtd     PIC 9(6) VALUE 0.
       01 WS-Classe-Exemp   PIC 9(7) VALUE 0.
       01 WS-Sub-Qtd        PIC 9(6) VALUE 0.
       01 WS-Sub-Exemp      PIC 9(7) VALUE 0.
       01 WS-Tot-Qtd        PIC 9(6) VALUE 0.
       01 WS-Tot-Exemp      PIC 9(7) VALUE 0.
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(34) VALUE
                             "LISTA DE PRATELEIRA (POR COTA)    ".
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER PIC X(21) VALUE "Cota".
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(51) VALUE "Titulo".
           05 FILLER PIC X(31) VALUE "Autor".
           05 FILLER PIC X(7)  VALUE "Assunto".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(4)  VALUE "Exs.".

       01 WS-Linha-Detalhe.
           05 WS-Det-Cota     PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-ISBN     PIC X(13).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Titulo   PIC X(50).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Autor    PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Assunto  PIC X(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-Det-Exemp    PIC ZZ9.

       01 WS-Linha-Local.
           05 FILLER          PIC X(7)  VALUE "Local: ".
           05 WS-Loc-Codigo   PIC X(11).

       01 WS-Linha-Classe.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WS-Cls-Texto    PIC X(16).

       01 WS-Linha-Sub-Classe.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(18) VALUE "Subtotal da classe".
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-SCl-Classe   PIC X(8).
           05 FILLER          PIC X(2)  VALUE ": ".
           05 WS-SCl-Qtd      PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE " titulo(s),   ".
           05 WS-SCl-Exemp    PIC ZZZZZZ9.
           05 FILLER          PIC X(13) VALUE " exemplar(es)".

       01 WS-Linha-Subtotal.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(18) VALUE "Subtotal do local ".
           05 WS-Sub-Local    PIC X(11).
           05 FILLER          PIC X(2)  VALUE ": ".
           05 WS-Sub-Qtd-Ed   PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE " titulo(s),   ".
           05 WS-Sub-Exemp-Ed PIC ZZZZZZ9.
           05 FILLER          PIC X(13) VALUE " exemplar(es)".

       01 WS-Linha-Total.
           05 FILLER          PIC X(14) VALUE "TOTAL GERAL:  ".
           05 WS-Tot-Qtd-Ed   PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE " titulo(s),   ".
           05 WS-Tot-Exemp-Ed PIC ZZZZZZ9.
           05 FILLER          PIC X(13) VALUE " exemplar(es)".

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhum titulo a listar)".

       PROCEDURE DIVISION.
       MainPrateleira.
           DISPLAY "Local a listar (codigo, ENTER = todos):"
           MOVE SPACES TO WS-Local-Pedido
           ACCEPT WS-Local-Pedido
           OPEN OUTPUT PrintFile
           SORT SortFile
               ON ASCENDING KEY SortLocal SortSemCota SortCota
                                SortISBN
               INPUT PROCEDURE IS LerCatalogoPorLocal
               OUTPUT PROCEDURE IS EscreverPrateleira
           CLOSE PrintFile
           DISPLAY WS-Tot-Qtd " linha(s) de titulo na lista; "
               "lista em prateleira.prt."
           STOP RUN.

       LerCatalogoPorLocal.
           OPEN INPUT LivrosFile
           IF Livros-Nao-Existe
               DISPLAY "Catalogo ainda nao tem livros registados."
           ELSE
               MOVE 'N' TO WS-Ha-Locais
               OPEN INPUT LocaisFile
               IF NOT Locais-Nao-Existe
                   MOVE 'S' TO WS-Ha-Locais
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ LivrosFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END PERFORM LibertarLivro
                   END-READ
               END-PERFORM
               IF WS-Ha-Locais = 'S'
                   CLOSE LocaisFile
               END-IF
               CLOSE LivrosFile
           END-IF
           .

      *> Uma linha por local onde o titulo tem exemplares; sem
      *> linhas em locais.dat o titulo sai sob local em branco com
      *> os exemplares do catalogo.
       LibertarLivro.
           MOVE 0 TO WS-Linhas-Livro
           IF WS-Ha-Locais = 'S'
               MOVE ISBN TO Local-ISBN
               MOVE LOW-VALUES TO Local-Codigo
               START LocaisFile KEY IS NOT LESS Local-Chave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Locais
                       PERFORM UNTIL WS-EOF-Locais = 'S'
                           READ LocaisFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF-Locais
                               NOT AT END
                                   IF Local-ISBN NOT = ISBN
                                       MOVE 'S' TO WS-EOF-Locais
                                   ELSE
                                       PERFORM LibertarLinhaLocal
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           IF WS-Linhas-Livro = 0
               MOVE SPACES TO SortLocal
               MOVE Exemplares-Total TO SortExemplares
               PERFORM LibertarLinhaPrateleira
           END-IF
           .

       LibertarLinhaLocal.
           ADD 1 TO WS-Linhas-Livro
           IF Local-Exemplares-Total > 0
               MOVE Local-Codigo TO SortLocal
               MOVE Local-Exemplares-Total TO SortExemplares
               PERFORM LibertarLinhaPrateleira
           END-IF
           .

       LibertarLinhaPrateleira.
           IF WS-Local-Pedido = SPACES
                   OR WS-Local-Pedido = SortLocal
               IF Livro-Cota = SPACES
                   MOVE 'S' TO SortSemCota
               ELSE
                   MOVE 'N' TO SortSemCota
               END-IF
               MOVE Livro-Cota TO SortCota
               MOVE ISBN TO SortISBN
               MOVE Titulo TO SortTitulo
               MOVE Autor TO SortAutor
               MOVE Livro-Assunto TO SortAssunto
               RELEASE SortRegistro
           END-IF
           .

       EscreverPrateleira.
           MOVE 'N' TO WS-EOF
           PERFORM EscreverCabecalho
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SortFile
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM ProcessarLinhaPrateleira
               END-RETURN
           END-PERFORM
           PERFORM FecharUltimoLocal
           PERFORM EscreverTotalGeral
           .

       ProcessarLinhaPrateleira.
           IF SortLocal NOT = WS-Local-Atual
                   OR WS-Primeiro-Local = 'S'
               IF WS-Primeiro-Local = 'N'
                   PERFORM EscreverSubtotalClasse
                   PERFORM EscreverSubtotalLocal
               END-IF
               MOVE SortLocal TO WS-Local-Atual
               MOVE 0 TO WS-Sub-Qtd
               MOVE 0 TO WS-Sub-Exemp
               MOVE 'N' TO WS-Primeiro-Local
               PERFORM EscreverLinhaLocal
               PERFORM IniciarClasse
           ELSE
               IF SortSemCota NOT = WS-Sem-Cota-Atual
                       OR SortCota(1:1) NOT = WS-Classe-Atual
                   PERFORM EscreverSubtotalClasse
                   PERFORM IniciarClasse
               END-IF
           END-IF
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SortCota TO WS-Det-Cota
           MOVE SortISBN TO WS-Det-ISBN
           MOVE SortTitulo TO WS-Det-Titulo
           MOVE SortAutor TO WS-Det-Autor
           MOVE SortAssunto TO WS-Det-Assunto
           MOVE SortExemplares TO WS-Det-Exemp
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           ADD 1 TO WS-Classe-Qtd
           ADD 1 TO WS-Sub-Qtd
           ADD 1 TO WS-Tot-Qtd
           ADD SortExemplares TO WS-Classe-Exemp
           ADD SortExemplares TO WS-Sub-Exemp
           ADD SortExemplares TO WS-Tot-Exemp
           .

       IniciarClasse.
           MOVE SortSemCota TO WS-Sem-Cota-Atual
           MOVE SortCota(1:1) TO WS-Classe-Atual
           MOVE 0 TO WS-Classe-Qtd
           MOVE 0 TO WS-Classe-Exemp
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           PERFORM MontarNomeClasse
           MOVE WS-SCl-Classe TO WS-Cls-Texto
           WRITE PrintLinha FROM WS-Linha-Classe
           ADD 1 TO WS-Linha-Count
           .

       MontarNomeClasse.
           IF WS-Sem-Cota-Atual = 'S'
               MOVE "SEM COTA" TO WS-SCl-Classe
           ELSE
               MOVE SPACES TO WS-SCl-Classe
               STRING "Classe " DELIMITED BY SIZE
                   WS-Classe-Atual DELIMITED BY SIZE
                   INTO WS-SCl-Classe
           END-IF
           .

       EscreverSubtotalClasse.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           PERFORM MontarNomeClasse
           MOVE WS-Classe-Qtd TO WS-SCl-Qtd
           MOVE WS-Classe-Exemp TO WS-SCl-Exemp
           WRITE PrintLinha FROM WS-Linha-Sub-Classe
           ADD 1 TO WS-Linha-Count
           .

       EscreverLinhaLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           IF WS-Local-Atual = SPACES
               MOVE "(sem local)" TO WS-Loc-Codigo
           ELSE
               MOVE WS-Local-Atual TO WS-Loc-Codigo
           END-IF
           WRITE PrintLinha FROM WS-Linha-Local
           ADD 1 TO WS-Linha-Count
           .

       EscreverSubtotalLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           IF WS-Local-Atual = SPACES
               MOVE "(sem local)" TO WS-Sub-Local
           ELSE
               MOVE WS-Local-Atual TO WS-Sub-Local
           END-IF
           MOVE WS-Sub-Qtd TO WS-Sub-Qtd-Ed
           MOVE WS-Sub-Exemp TO WS-Sub-Exemp-Ed
           WRITE PrintLinha FROM WS-Linha-Subtotal
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           ADD 2 TO WS-Linha-Count
           .

       FecharUltimoLocal.
           IF WS-Primeiro-Local = 'N'
               PERFORM EscreverSubtotalClasse
               PERFORM EscreverSubtotalLocal
           ELSE
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       EscreverTotalGeral.
           MOVE WS-Tot-Qtd TO WS-Tot-Qtd-Ed
           MOVE WS-Tot-Exemp TO WS-Tot-Exemp-Ed
           WRITE PrintLinha FROM WS-Linha-Total
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .
