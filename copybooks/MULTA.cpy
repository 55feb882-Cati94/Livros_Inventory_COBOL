      *> Shared record layout for the fines ledger (MultasFile).
      *> A chave e a chave do emprestimo que gerou a multa, por isso
      *> cada emprestimo tem no maximo uma multa. Excecao: um
      *> emprestimo em atraso abatido como perdido/danificado tem o
      *> encargo de reposicao na chave do emprestimo e a multa de
      *> atraso com a hora do emprestimo mais 240000. Copied into
      *> every program that opens multas.dat so the layout only has
      *> to change in one place.
       01  MultaRegistro.
           05 Multa-Chave.
               10 Multa-ISBN            PIC X(13).
               88 Multa-Paga     VALUE 'G'.
               88 Multa-Isenta   VALUE 'I'.
           05 Multa-Data-Registo    PIC 9(8).
      *> Tipo de encargo: multa por atraso (em branco nos registos
      *> antigos) ou reposicao de um exemplar perdido/danificado.
           05 Multa-Tipo            PIC X.
               88 Multa-Atraso    VALUE 'A' SPACE.
               88 Multa-Reposicao VALUE 'R'.
