      *> Shared record layout for the borrower category table
      *> (CategoriasFile), keyed by the category code carried in
      *> Mutuario-Categoria. Cada categoria tem o seu prazo de
      *> emprestimo, limites de emprestimos abertos e de renovacoes e
      *> a taxa diaria da multa. Copied into every program that opens
      *> categorias.dat so the layout only has to change in one place.
       01  CategoriaRegistro.
           05 Categoria-Codigo          PIC X.
           05 Categoria-Descricao       PIC X(20).
           05 Categoria-Dias-Emprestimo PIC 9(3).
           05 Categoria-Max-Emprestimos PIC 9(3).
           05 Categoria-Max-Renovacoes  PIC 9(2).
           05 Categoria-Taxa-Multa      PIC 9(3)V99.
