                           Loan-Status BY Hist-Status
                           Loan-Aberto BY Hist-Aberto
                           Loan-Devolvido BY Hist-Devolvido
                           Loan-Perdido BY Hist-Perdido
                           Loan-Danificado BY Hist-Danificado
                           Loan-Abatido BY Hist-Abatido
                           Loan-Data-Devolucao
                               BY Hist-Data-Devolucao
                           Loan-Renovacoes BY Hist-Renovacoes
