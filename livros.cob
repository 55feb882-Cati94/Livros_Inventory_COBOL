               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT AssuntosFile ASSIGN TO 'assuntos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Assunto-Codigo
               FILE STATUS IS WS-Assuntos-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LivrosFile.
       FD  LocaisFile.
       COPY LOCAL.

       FD  AssuntosFile.
       COPY ASSUNTO.

       SD  SortFile.
       01  SortRegistro.
           05 SortAutor  PIC X(30).
       01 WS-Exemplares-Entrada  PIC 9(3).
       01 WS-Exemplares-Valido   PIC X VALUE 'N'.
       01 WS-Exemplares-Temp     PIC 9(3).
       01 WS-Preco-Entrada       PIC 9(5)V99.
       01 WS-Preco-Temp          PIC 9(5)V99.
       01 WS-Preco-Digitado      PIC X(7).
       01 WS-Preco-Digitos REDEFINES WS-Preco-Digitado PIC 9(5)V99.
       01 WS-Preco-Mostrar       PIC ZZZZ9.99.
       01 WS-Exemplares-Fora-Atual PIC 9(3).
       01 WS-Retidos-Atual       PIC 9(3).
       01 WS-Indisponiveis       PIC 9(3).
       01 WS-ISBN-Tem-Locais     PIC X VALUE 'N'.
       01 WS-Disp-Local-Mostrar  PIC ZZ9.
       01 WS-Total-Local-Mostrar PIC ZZ9.
       01 WS-Assuntos-Status     PIC XX.
           88 Assuntos-Nao-Existe VALUE '35'.
       01 OpcaoAssunto           PIC 9.
       01 WS-Cota-Entrada        PIC X(20).
       01 WS-Assunto-Entrada     PIC X(6).
       01 WS-Assunto-Valido      PIC X VALUE 'N'.
       01 WS-Cota-Temp           PIC X(20).
       01 WS-Assunto-Temp        PIC X(6).
       01 WS-Descricao-Entrada   PIC X(40).
       01 WS-EOF-Assuntos        PIC X VALUE 'N'.
       01 WS-Ref-Assunto.
           05 FILLER              PIC X(4) VALUE "ASS ".
           05 WS-Ref-Assunto-Cod  PIC X(6).
           05 FILLER              PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MainLoop.
               DISPLAY "6 - Listar Ordenado (Autor/Ano)"
               DISPLAY "7 - Pesquisar por Titulo/Autor"
               DISPLAY "8 - Transferir Exemplares entre Locais"
               DISPLAY "9 - Assuntos"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 6 PERFORM ListarOrdenado
                   WHEN 7 PERFORM PesquisarTituloAutor
                   WHEN 8 PERFORM TransferirExemplares
                   WHEN 9 PERFORM GerirAssuntos
               END-EVALUATE
           END-PERFORM
           STOP RUN.
           MOVE WS-ISBN-Verificar TO WS-ISBN-Temp
           PERFORM ValidarExemplares
           MOVE WS-Exemplares-Entrada TO WS-Exemplares-Temp
           MOVE 0 TO WS-Preco-Entrada
           PERFORM PedirPrecoReposicao
           MOVE WS-Preco-Entrada TO WS-Preco-Temp
           MOVE SPACES TO WS-Cota-Entrada
           MOVE SPACES TO WS-Assunto-Entrada
           PERFORM PedirClassificacao
           MOVE WS-Cota-Entrada TO WS-Cota-Temp
           MOVE WS-Assunto-Entrada TO WS-Assunto-Temp
           PERFORM PedirLocalExemplares
           PERFORM VerificarDuplicadoAdicionar
           MOVE 'S' TO WS-Confirma-Adicionar
               MOVE WS-Ano-Temp    TO Ano
               MOVE WS-ISBN-Temp   TO ISBN
               MOVE WS-Exemplares-Temp TO Exemplares-Total
               MOVE WS-Preco-Temp TO Livro-Preco-Reposicao
               MOVE WS-Cota-Temp TO Livro-Cota
               MOVE WS-Assunto-Temp TO Livro-Assunto
               IF WS-Duplicado-Adicionar = 'S'
                   MOVE WS-Exemplares-Fora-Atual TO Exemplares-Fora
                   MOVE WS-Retidos-Atual TO Exemplares-Retidos
           END-PERFORM
           .

      *> Preco cobrado ao leitor se um exemplar for declarado
      *> perdido ou danificado. Chega com o preco atual em
      *> WS-Preco-Entrada (zero num livro novo); ENTER mantem-no. Um
      *> livro a zero tera de ter preco antes de declarar uma perda.
       PedirPrecoReposicao.
           MOVE WS-Preco-Entrada TO WS-Preco-Mostrar
           DISPLAY "Preco de reposicao (atual: " WS-Preco-Mostrar
               "; digitos, 2 decimais implicitos: 0001500 = 15,00;"
               " ENTER mantem):"
           MOVE SPACES TO WS-Preco-Digitado
           ACCEPT WS-Preco-Digitado
           IF WS-Preco-Digitado NOT = SPACES
               IF WS-Preco-Digitos IS NUMERIC
                   MOVE WS-Preco-Digitos TO WS-Preco-Entrada
               ELSE
                   DISPLAY "Preco invalido; fica " WS-Preco-Mostrar
                       "."
               END-IF
           END-IF
           .

      *> Cota de estante e assunto do titulo. Chega com os valores
      *> atuais em WS-Cota-Entrada/WS-Assunto-Entrada (em branco num
      *> livro novo); ENTER mantem-nos, um ponto apaga-os. O assunto
      *> tem de existir em assuntos.dat (menu 9).
       PedirClassificacao.
           DISPLAY "Cota (atual: " WS-Cota-Entrada
               "; ENTER mantem, . apaga):"
           MOVE SPACES TO WS-Cota-Temp
           ACCEPT WS-Cota-Temp
           IF WS-Cota-Temp = "."
               MOVE SPACES TO WS-Cota-Entrada
           ELSE
               IF WS-Cota-Temp NOT = SPACES
                   MOVE WS-Cota-Temp TO WS-Cota-Entrada
               END-IF
           END-IF
           MOVE 'N' TO WS-Assunto-Valido
           PERFORM UNTIL WS-Assunto-Valido = 'S'
               DISPLAY "Codigo do assunto (atual: " WS-Assunto-Entrada
                   "; ENTER mantem, . apaga):"
               MOVE SPACES TO WS-Assunto-Temp
               ACCEPT WS-Assunto-Temp
               EVALUATE TRUE
                   WHEN WS-Assunto-Temp = "."
                       MOVE SPACES TO WS-Assunto-Entrada
                       MOVE 'S' TO WS-Assunto-Valido
                   WHEN WS-Assunto-Temp = SPACES
                       MOVE 'S' TO WS-Assunto-Valido
                   WHEN OTHER
                       PERFORM VerificarAssuntoExiste
                       IF WS-Assunto-Valido = 'S'
                           MOVE WS-Assunto-Temp TO WS-Assunto-Entrada
                       ELSE
                           DISPLAY "Assunto " WS-Assunto-Temp
                               " nao registado (menu 9 - Assuntos)."
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

       VerificarAssuntoExiste.
           MOVE 'N' TO WS-Assunto-Valido
           OPEN INPUT AssuntosFile
           IF NOT Assuntos-Nao-Existe
               MOVE WS-Assunto-Temp TO Assunto-Codigo
               READ AssuntosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Assunto-Valido
                       DISPLAY "   " Assunto-Descricao
               END-READ
               CLOSE AssuntosFile
           END-IF
           .

       ValidarAno.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-Ano-Atual
           MOVE 'N' TO WS-Ano-Valido
           DISPLAY Titulo " - " Autor " (" Ano ") - "
               WS-Disponiveis " de " WS-Exemplares-Mostrar
               " disponiveis"
           IF Livro-Cota NOT = SPACES OR Livro-Assunto NOT = SPACES
               DISPLAY "   cota " Livro-Cota " assunto " Livro-Assunto
           END-IF
           PERFORM MostrarDisponiveisPorLocal
           .

           MOVE WS-Ano-Entrada TO NovoAno
           PERFORM ValidarISBN
           MOVE WS-ISBN-Verificar TO NovoISBN
           MOVE 0 TO WS-Preco-Entrada
           IF Livro-Preco-Reposicao IS NUMERIC
               MOVE Livro-Preco-Reposicao TO WS-Preco-Entrada
           END-IF
           PERFORM PedirPrecoReposicao
           MOVE Livro-Cota TO WS-Cota-Entrada
           MOVE Livro-Assunto TO WS-Assunto-Entrada
           PERFORM PedirClassificacao
           IF NovoISBN = ISBN
               MOVE NovoAutor TO Autor
               MOVE NovoAno TO Ano
               MOVE WS-Preco-Entrada TO Livro-Preco-Reposicao
               MOVE WS-Cota-Entrada TO Livro-Cota
               MOVE WS-Assunto-Entrada TO Livro-Assunto
               REWRITE LivroRegistro
               DISPLAY "Atualizado."
               MOVE "EDITAR" TO WS-Audit-Acao
                       DELETE LivrosFile RECORD
                       MOVE NovoAutor TO Autor
                       MOVE NovoAno TO Ano
                       MOVE WS-Preco-Entrada TO Livro-Preco-Reposicao
                       MOVE WS-Cota-Entrada TO Livro-Cota
                       MOVE WS-Assunto-Entrada TO Livro-Assunto
                       MOVE NovoISBN TO ISBN
                       WRITE LivroRegistro
                           INVALID KEY
               END-RETURN
           END-PERFORM
           .

      *> Tabela de assuntos (codigo e descricao) usada na
      *> classificacao dos titulos e na estatistica por assunto.
       GerirAssuntos.
           DISPLAY "1 - Adicionar assunto"
           DISPLAY "2 - Listar assuntos"
           DISPLAY "3 - Alterar descricao"
           DISPLAY "0 - Voltar"
           ACCEPT OpcaoAssunto
           EVALUATE OpcaoAssunto
               WHEN 1 PERFORM AdicionarAssunto
               WHEN 2 PERFORM ListarAssuntos
               WHEN 3 PERFORM AlterarAssunto
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

       AbrirAssuntosIO.
           OPEN I-O AssuntosFile
           IF Assuntos-Nao-Existe
               OPEN OUTPUT AssuntosFile
               CLOSE AssuntosFile
               OPEN I-O AssuntosFile
           END-IF
           .

       AdicionarAssunto.
           DISPLAY "Codigo do assunto:"
           MOVE SPACES TO WS-Assunto-Temp
           ACCEPT WS-Assunto-Temp
           IF WS-Assunto-Temp = SPACES
               DISPLAY "Codigo em branco; cancelado."
           ELSE
               DISPLAY "Descricao:"
               MOVE SPACES TO WS-Descricao-Entrada
               ACCEPT WS-Descricao-Entrada
               PERFORM AbrirAssuntosIO
               MOVE WS-Assunto-Temp TO Assunto-Codigo
               MOVE WS-Descricao-Entrada TO Assunto-Descricao
               WRITE AssuntoRegistro
                   INVALID KEY
                       DISPLAY "Assunto ja existe."
                   NOT INVALID KEY
                       MOVE WS-Assunto-Temp TO WS-Ref-Assunto-Cod
                       MOVE "ASSUNTO" TO WS-Audit-Acao
                       CALL 'GravarAuditoria' USING WS-Audit-Acao
                           WS-Ref-Assunto WS-Operador
                       DISPLAY "Guardado."
               END-WRITE
               CLOSE AssuntosFile
           END-IF
           .

       ListarAssuntos.
           OPEN INPUT AssuntosFile
           IF Assuntos-Nao-Existe
               DISPLAY "Ainda nao ha assuntos registados."
           ELSE
               MOVE 'N' TO WS-EOF-Assuntos
               PERFORM UNTIL WS-EOF-Assuntos = 'S'
                   READ AssuntosFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Assuntos
                       NOT AT END
                           DISPLAY Assunto-Codigo " - "
                               Assunto-Descricao
                   END-READ
               END-PERFORM
               CLOSE AssuntosFile
           END-IF
           .

       AlterarAssunto.
           DISPLAY "Codigo do assunto a alterar:"
           MOVE SPACES TO WS-Assunto-Temp
           ACCEPT WS-Assunto-Temp
           PERFORM AbrirAssuntosIO
           MOVE WS-Assunto-Temp TO Assunto-Codigo
           READ AssuntosFile
               INVALID KEY
                   DISPLAY "Nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Descricao atual: " Assunto-Descricao
                   DISPLAY "Nova descricao:"
                   MOVE SPACES TO WS-Descricao-Entrada
                   ACCEPT WS-Descricao-Entrada
                   IF WS-Descricao-Entrada = SPACES
                       DISPLAY "Descricao em branco; cancelado."
                   ELSE
                       MOVE WS-Descricao-Entrada
                           TO Assunto-Descricao
                       REWRITE AssuntoRegistro
                       MOVE WS-Assunto-Temp TO WS-Ref-Assunto-Cod
                       MOVE "ASSUNTO" TO WS-Audit-Acao
                       CALL 'GravarAuditoria' USING WS-Audit-Acao
                           WS-Ref-Assunto WS-Operador
                       DISPLAY "Atualizado."
                   END-IF
           END-READ
           CLOSE AssuntosFile
           .
