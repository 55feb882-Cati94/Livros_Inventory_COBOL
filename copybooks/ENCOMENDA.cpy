      *> Shared record layout for the purchase-order headers
      *> (EncomendasFile). As linhas, uma por ISBN, ficam em
      *> linhasenc.dat com a chave numero da encomenda + linha. A
      *> encomenda fica aberta ate todas as linhas estarem recebidas.
      *> Copied into every program that opens encomendas.dat so the
      *> layout only has to change in one place.
       01  EncomendaRegistro.
           05 Encomenda-Numero        PIC 9(6).
           05 Encomenda-Fornecedor    PIC X(5).
           05 Encomenda-Data          PIC 9(8).
           05 Encomenda-Data-Prevista PIC 9(8).
           05 Encomenda-Local         PIC X(3).
           05 Encomenda-Estado        PIC X.
               88 Encomenda-Aberta    VALUE 'A'.
               88 Encomenda-Recebida  VALUE 'R'.
               88 Encomenda-Cancelada VALUE 'C'.
           05 Encomenda-Data-Fecho    PIC 9(8).
           05 Encomenda-Operador      PIC X(8).
