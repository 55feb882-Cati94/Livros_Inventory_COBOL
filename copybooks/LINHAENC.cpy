      *> Shared record layout for the purchase-order lines
      *> (LinhasEncFile). Titulo, autor e ano so sao usados quando o
      *> ISBN ainda nao existe no catalogo e a rececao tem de criar
      *> o livro. Copied into every program that opens linhasenc.dat
      *> so the layout only has to change in one place.
       01  LinhaEncRegistro.
           05 LinhaEnc-Chave.
               10 LinhaEnc-Numero      PIC 9(6).
               10 LinhaEnc-Linha       PIC 9(3).
           05 LinhaEnc-ISBN            PIC X(13).
           05 LinhaEnc-Titulo          PIC X(50).
           05 LinhaEnc-Autor           PIC X(30).
           05 LinhaEnc-Ano             PIC 9(4).
           05 LinhaEnc-Qtd-Encomendada PIC 9(3).
           05 LinhaEnc-Qtd-Recebida    PIC 9(3).
           05 LinhaEnc-Preco-Unitario  PIC 9(5)V99.
