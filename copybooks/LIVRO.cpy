           05 Exemplares-Total PIC 9(3).
           05 Exemplares-Fora  PIC 9(3).
           05 Exemplares-Retidos PIC 9(3).
      *> Preco de reposicao cobrado ao leitor quando um exemplar
      *> deste titulo e declarado perdido ou danificado.
           05 Livro-Preco-Reposicao PIC 9(5)V99.
      *> Cota de arrumacao na estante (classificacao do titulo; o
      *> primeiro caracter e a classe principal) e codigo do assunto
      *> em assuntos.dat. Ambos podem ficar em branco.
           05 Livro-Cota    PIC X(20).
           05 Livro-Assunto PIC X(6).
