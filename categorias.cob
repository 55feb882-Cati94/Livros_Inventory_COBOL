       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirCategorias.

      *> Borrower category table: keeps categorias.dat keyed by the
      *> category code on MutuarioRegistro (E estudante, F
      *> funcionario, X leitor externo, I institucional), with the
      *> add/list/edit menu the operator registry has. Cada categoria
      *> fixa o prazo do emprestimo, o maximo de emprestimos abertos,
      *> o maximo de renovacoes e a taxa diaria da multa que o balcao
      *> e a devolucao pela caixa aplicam. Alteracoes reservadas a
      *> supervisores e auditadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CategoriasFile ASSIGN TO 'categorias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Categoria-Codigo
               FILE STATUS IS WS-Categorias-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CategoriasFile.
       COPY CATEGORIA.

       WORKING-STORAGE SECTION.
       01 WS-Categorias-Status PIC XX.
           88 Categorias-Nao-Existe VALUE '35'.
       01 Opcao            PIC 9.
       01 FimPrograma      PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 BuscaCodigo      PIC X.
           88 BuscaCodigo-Valido VALUE 'E' 'F' 'X' 'I'.
       01 WS-EOF-Listar    PIC X VALUE 'N'.
       01 WS-Operador      PIC X(8).
       01 WS-Supervisor    PIC X.
       01 WS-Taxa-Mostrar  PIC ZZ9.99.
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Audit-Ref.
           05 FILLER              PIC X(4) VALUE "CAT ".
           05 WS-Audit-Ref-Codigo PIC X(1).
           05 FILLER              PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MainLoopCategorias.
           CALL 'AbrirSessao' USING WS-Operador WS-Supervisor
           PERFORM UNTIL Fim
               DISPLAY "1 - Adicionar Categoria"
               DISPLAY "2 - Listar Categorias"
               DISPLAY "3 - Editar Categoria"
               DISPLAY "4 - Sair"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 1 PERFORM AdicionarCategoria
                   WHEN 2 PERFORM ListarCategorias
                   WHEN 3 PERFORM EditarCategoria
                   WHEN 4 MOVE 'S' TO FimPrograma
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       AbrirCategoriasIO.
           OPEN I-O CategoriasFile
           IF Categorias-Nao-Existe
               OPEN OUTPUT CategoriasFile
               CLOSE CategoriasFile
               OPEN I-O CategoriasFile
           END-IF
           .

       AdicionarCategoria.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Codigo da categoria (E = estudante, "
                   "F = funcionario, X = leitor externo, "
                   "I = institucional):"
               ACCEPT BuscaCodigo
               MOVE FUNCTION UPPER-CASE(BuscaCodigo) TO BuscaCodigo
               IF NOT BuscaCodigo-Valido
                   DISPLAY "Codigo de categoria invalido."
               ELSE
                   PERFORM AbrirCategoriasIO
                   MOVE BuscaCodigo TO Categoria-Codigo
                   PERFORM PedirDadosCategoria
                   WRITE CategoriaRegistro
                       INVALID KEY
                           DISPLAY "Falha ao gravar (categoria ja "
                               "existe)."
                       NOT INVALID KEY
                           PERFORM AuditarCategoria
                           DISPLAY "Categoria registada."
                   END-WRITE
                   CLOSE CategoriasFile
               END-IF
           END-IF
           .

       PedirDadosCategoria.
           DISPLAY "Descricao:"
           ACCEPT Categoria-Descricao
           DISPLAY "Dias de emprestimo:"
           ACCEPT Categoria-Dias-Emprestimo
           DISPLAY "Maximo de emprestimos em aberto:"
           ACCEPT Categoria-Max-Emprestimos
           DISPLAY "Maximo de renovacoes por emprestimo:"
           ACCEPT Categoria-Max-Renovacoes
           DISPLAY "Taxa diaria da multa (digitos, 2 decimais "
               "implicitos: 00050 = 0,50):"
           ACCEPT Categoria-Taxa-Multa
           IF Categoria-Dias-Emprestimo NOT NUMERIC
                   OR Categoria-Dias-Emprestimo = 0
               MOVE 14 TO Categoria-Dias-Emprestimo
           END-IF
           IF Categoria-Max-Emprestimos NOT NUMERIC
               MOVE 0 TO Categoria-Max-Emprestimos
           END-IF
           IF Categoria-Max-Renovacoes NOT NUMERIC
               MOVE 0 TO Categoria-Max-Renovacoes
           END-IF
           IF Categoria-Taxa-Multa NOT NUMERIC
               MOVE 0 TO Categoria-Taxa-Multa
           END-IF
           .

       ListarCategorias.
           OPEN INPUT CategoriasFile
           IF Categorias-Nao-Existe
               DISPLAY "Ainda nao ha categorias registadas; "
                   "aplicam-se as regras gerais."
           ELSE
               MOVE 'N' TO WS-EOF-Listar
               PERFORM UNTIL WS-EOF-Listar = 'S'
                   READ CategoriasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Listar
                       NOT AT END PERFORM MostrarCategoria
                   END-READ
               END-PERFORM
               CLOSE CategoriasFile
           END-IF
           .

       MostrarCategoria.
           MOVE Categoria-Taxa-Multa TO WS-Taxa-Mostrar
           DISPLAY Categoria-Codigo " - " Categoria-Descricao
               " dias:" Categoria-Dias-Emprestimo
               " max.emp:" Categoria-Max-Emprestimos
               " max.renov:" Categoria-Max-Renovacoes
               " taxa:" WS-Taxa-Mostrar
           .

       EditarCategoria.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Codigo da categoria a editar:"
               ACCEPT BuscaCodigo
               MOVE FUNCTION UPPER-CASE(BuscaCodigo) TO BuscaCodigo
               PERFORM AbrirCategoriasIO
               MOVE BuscaCodigo TO Categoria-Codigo
               READ CategoriasFile
                   INVALID KEY
                       DISPLAY "Categoria nao encontrada."
                   NOT INVALID KEY
                       PERFORM MostrarCategoria
                       PERFORM PedirDadosCategoria
                       REWRITE CategoriaRegistro
                       PERFORM AuditarCategoria
                       DISPLAY "Atualizado."
               END-READ
               CLOSE CategoriasFile
           END-IF
           .

       AuditarCategoria.
           MOVE Categoria-Codigo TO WS-Audit-Ref-Codigo
           MOVE "CATEGORIA" TO WS-Audit-Acao
           CALL 'GravarAuditoria' USING WS-Audit-Acao WS-Audit-Ref
               WS-Operador
           .
