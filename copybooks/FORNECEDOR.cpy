      *> Shared record layout for the supplier master file
      *> (FornecedoresFile). O prazo de entrega habitual serve de
      *> data prevista por omissao nas encomendas a este fornecedor.
      *> Copied into every program that opens fornecedores.dat so
      *> the layout only has to change in one place.
       01  FornecedorRegistro.
           05 Fornecedor-Codigo     PIC X(5).
           05 Fornecedor-Nome       PIC X(30).
           05 Fornecedor-Telefone   PIC X(15).
           05 Fornecedor-Email      PIC X(40).
           05 Fornecedor-Prazo-Dias PIC 9(3).
           05 Fornecedor-Estado     PIC X.
               88 Fornecedor-Ativo   VALUE 'A'.
               88 Fornecedor-Inativo VALUE 'I'.
