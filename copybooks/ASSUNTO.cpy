      *> Shared record layout for the subject headings file
      *> (AssuntosFile, assuntos.dat). Livro-Assunto in the catalog
      *> points at Assunto-Codigo.
       01  AssuntoRegistro.
           05 Assunto-Codigo    PIC X(6).
           05 Assunto-Descricao PIC X(40).
