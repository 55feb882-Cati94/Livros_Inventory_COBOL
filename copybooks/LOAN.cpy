           05 Loan-Status              PIC X.
               88 Loan-Aberto    VALUE 'A'.
               88 Loan-Devolvido VALUE 'D'.
               88 Loan-Perdido   VALUE 'P'.
               88 Loan-Danificado VALUE 'X'.
               88 Loan-Abatido   VALUE 'P' 'X'.
           05 Loan-Data-Devolucao      PIC 9(8).
           05 Loan-Renovacoes          PIC 9(2).
           05 Loan-Local               PIC X(3).
