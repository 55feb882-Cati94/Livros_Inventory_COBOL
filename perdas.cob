       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioPerdas.

      *> Monthly losses report: sweeps multas.dat for the replacement
      *> charges raised in one month (exemplares declarados perdidos
      *> ou danificados no balcao), finds the branch of each loan in
      *> loans.dat or, once archived, in loanhist.dat, sorts by
      *> branch and ISBN and prints one line per charge with the
      *> amount charged, the amount already recovered and what the
      *> borrower still owes, with subtotals per branch and the
      *> month's totals. Encargos anulados (exemplar recuperado)
      *> aparecem como ANULADO: so conta o que o leitor pagou e a
      *> biblioteca ficou (zero quando o pago foi creditado), como
      *> cobrado e recuperado, para o total bater com a caixa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MultasFile ASSIGN TO 'multas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Multa-Chave
               ALTERNATE RECORD KEY IS Multa-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Multas-Status.

           SELECT LoansFile ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Chave
               ALTERNATE RECORD KEY IS Loan-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS Loan-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Loans-Status.

           SELECT HistFile ASSIGN TO 'loanhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hist-Chave
               ALTERNATE RECORD KEY IS Hist-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS Hist-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Hist-Status.

           SELECT SortFile ASSIGN TO 'perdas.srt'.

           SELECT PrintFile ASSIGN TO 'perdas.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MultasFile.
       COPY MULTA.

       FD  LoansFile.
       COPY LOAN.

       FD  HistFile.
       COPY LOAN REPLACING LoanRegistro BY HistRegistro
                           Loan-Chave BY Hist-Chave
                           Loan-ISBN BY Hist-ISBN
                           Loan-Data-Emprestimo
                               BY Hist-Data-Emprestimo
                           Loan-Hora-Emprestimo
                               BY Hist-Hora-Emprestimo
                           Loan-Mutuario BY Hist-Mutuario
                           Loan-Mutuario-Numero
                               BY Hist-Mutuario-Numero
                           Loan-Data-Prevista BY Hist-Data-Prevista
                           Loan-Status BY Hist-Status
                           Loan-Aberto BY Hist-Aberto
                           Loan-Devolvido BY Hist-Devolvido
                           Loan-Perdido BY Hist-Perdido
                           Loan-Danificado BY Hist-Danificado
                           Loan-Abatido BY Hist-Abatido
                           Loan-Data-Devolucao
                               BY Hist-Data-Devolucao
                           Loan-Renovacoes BY Hist-Renovacoes
                           Loan-Local BY Hist-Local.

       SD  SortFile.
       01  SortRegistro.
           05 SortLocal     PIC X(3).
           05 SortISBN      PIC X(13).
           05 SortData      PIC 9(8).
           05 SortMutNumero PIC 9(5).
           05 SortSituacao  PIC X(10).
           05 SortValor     PIC 9(5)V99.
           05 SortPago      PIC 9(5)V99.
           05 SortDivida    PIC 9(5)V99.

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Multas-Status  PIC XX.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Loans-Status   PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Hist-Status    PIC XX.
           88 Hist-Nao-Existe VALUE '35'.
       01 WS-Ha-Loans       PIC X VALUE 'N'.
       01 WS-Ha-Hist        PIC X VALUE 'N'.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-Mes-Relatorio  PIC 9(6).
       01 WS-Local-Achado   PIC X(3).
       01 WS-Estado-Achado  PIC X.
       01 WS-Primeiro-Local PIC X VALUE 'S'.
       01 WS-Local-Atual    PIC X(3) VALUE SPACES.
       01 WS-Sub-Qtd        PIC 9(6) VALUE 0.
       01 WS-Sub-Valor      PIC 9(7)V99 VALUE 0.
       01 WS-Sub-Pago       PIC 9(7)V99 VALUE 0.
       01 WS-Sub-Divida     PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Qtd        PIC 9(6) VALUE 0.
       01 WS-Tot-Valor      PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Pago       PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Divida     PIC 9(7)V99 VALUE 0.
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(38) VALUE
                     "EXEMPLARES PERDIDOS E DANIFICADOS - ".
           05 WS-Cab-Mes    PIC 9(6).
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(9)  VALUE "Data".
           05 FILLER PIC X(9)  VALUE "Mutuario".
           05 FILLER PIC X(11) VALUE "Situacao".
           05 FILLER PIC X(11) VALUE "Valor".
           05 FILLER PIC X(11) VALUE "Recuperado".
           05 FILLER PIC X(10) VALUE "Em divida".

       01 WS-Linha-Detalhe.
           05 WS-Det-ISBN     PIC X(13).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Data     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Mutuario PIC 9(5).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-Det-Situacao PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Valor    PIC ZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Det-Pago     PIC ZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Det-Divida   PIC ZZZZZ9.99.

       01 WS-Linha-Local.
           05 FILLER          PIC X(7)  VALUE "Local: ".
           05 WS-Loc-Codigo   PIC X(3).

       01 WS-Linha-Subtotal.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "Subtotal (".
           05 WS-Sub-Qtd-Ed   PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE "):  ".
           05 FILLER          PIC X(7)  VALUE "valor: ".
           05 WS-Sub-Valor-Ed PIC ZZZZZZ9.99.
           05 FILLER          PIC X(14) VALUE "  recuperado: ".
           05 WS-Sub-Pago-Ed  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(13) VALUE "  em divida: ".
           05 WS-Sub-Divida-Ed PIC ZZZZZZ9.99.

       01 WS-Linha-Total.
           05 FILLER          PIC X(14) VALUE "TOTAL DO MES (".
           05 WS-Tot-Qtd-Ed   PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE "):  ".
           05 FILLER          PIC X(7)  VALUE "valor: ".
           05 WS-Tot-Valor-Ed PIC ZZZZZZ9.99.
           05 FILLER          PIC X(14) VALUE "  recuperado: ".
           05 WS-Tot-Pago-Ed  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(13) VALUE "  em divida: ".
           05 WS-Tot-Divida-Ed PIC ZZZZZZ9.99.

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhuma perda registada neste mes)".

       PROCEDURE DIVISION.
       MainPerdas.
           DISPLAY "Mes do relatorio (AAAAMM, 0 = mes corrente):"
           ACCEPT WS-Mes-Relatorio
           IF WS-Mes-Relatorio = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-Mes-Relatorio
           END-IF
           OPEN OUTPUT PrintFile
           SORT SortFile
               ON ASCENDING KEY SortLocal SortISBN SortData
               INPUT PROCEDURE IS LerPerdasDoMes
               OUTPUT PROCEDURE IS EscreverPerdas
           CLOSE PrintFile
           DISPLAY WS-Tot-Qtd " encargo(s) de reposicao no mes; "
               "relatorio em perdas.prt."
           STOP RUN.

       LerPerdasDoMes.
           OPEN INPUT MultasFile
           IF Multas-Nao-Existe
               DISPLAY "Ainda nao ha multas registadas."
           ELSE
               PERFORM AbrirEmprestimos
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ MultasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF Multa-Reposicao
                                   AND Multa-Data-Registo(1:6)
                                       = WS-Mes-Relatorio
                               PERFORM LibertarPerda
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FecharEmprestimos
               CLOSE MultasFile
           END-IF
           .

       AbrirEmprestimos.
           MOVE 'N' TO WS-Ha-Loans
           OPEN INPUT LoansFile
           IF NOT Loans-Nao-Existe
               MOVE 'S' TO WS-Ha-Loans
           END-IF
           MOVE 'N' TO WS-Ha-Hist
           OPEN INPUT HistFile
           IF NOT Hist-Nao-Existe
               MOVE 'S' TO WS-Ha-Hist
           END-IF
           .

       FecharEmprestimos.
           IF WS-Ha-Loans = 'S'
               CLOSE LoansFile
           END-IF
           IF WS-Ha-Hist = 'S'
               CLOSE HistFile
           END-IF
           .

      *> O local e o estado vem do emprestimo que gerou o encargo;
      *> se ja foi arquivado procura-se no historico.
       ProcurarEmprestimoPerda.
           MOVE SPACES TO WS-Local-Achado
           MOVE SPACE TO WS-Estado-Achado
           IF WS-Ha-Loans = 'S'
               MOVE Multa-Chave TO Loan-Chave
               READ LoansFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Loan-Local TO WS-Local-Achado
                       MOVE Loan-Status TO WS-Estado-Achado
               END-READ
           END-IF
           IF WS-Estado-Achado = SPACE AND WS-Ha-Hist = 'S'
               MOVE Multa-Chave TO Hist-Chave
               READ HistFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Hist-Local TO WS-Local-Achado
                       MOVE Hist-Status TO WS-Estado-Achado
               END-READ
           END-IF
           .

       LibertarPerda.
           PERFORM ProcurarEmprestimoPerda
           MOVE WS-Local-Achado TO SortLocal
           MOVE Multa-ISBN TO SortISBN
           MOVE Multa-Data-Registo TO SortData
           MOVE Multa-Mutuario-Numero TO SortMutNumero
           MOVE Multa-Valor TO SortValor
           MOVE Multa-Valor-Pago TO SortPago
           MOVE 0 TO SortDivida
           EVALUATE TRUE
               WHEN Multa-Isenta
                   MOVE "ANULADO" TO SortSituacao
                   MOVE Multa-Valor-Pago TO SortValor
               WHEN WS-Estado-Achado = 'P'
                   MOVE "PERDIDO" TO SortSituacao
               WHEN WS-Estado-Achado = 'X'
                   MOVE "DANIFICADO" TO SortSituacao
               WHEN OTHER
                   MOVE "REPOSICAO" TO SortSituacao
           END-EVALUATE
           IF Multa-Pendente
               COMPUTE SortDivida = Multa-Valor - Multa-Valor-Pago
           END-IF
           RELEASE SortRegistro
           .

       EscreverPerdas.
           MOVE 'N' TO WS-EOF
           PERFORM EscreverCabecalho
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SortFile
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM ProcessarLinhaPerda
               END-RETURN
           END-PERFORM
           PERFORM FecharUltimoLocal
           PERFORM EscreverTotalGeral
           .

       ProcessarLinhaPerda.
           IF SortLocal NOT = WS-Local-Atual
                   OR WS-Primeiro-Local = 'S'
               IF WS-Primeiro-Local = 'N'
                   PERFORM EscreverSubtotalLocal
               END-IF
               MOVE SortLocal TO WS-Local-Atual
               MOVE 0 TO WS-Sub-Qtd
               MOVE 0 TO WS-Sub-Valor
               MOVE 0 TO WS-Sub-Pago
               MOVE 0 TO WS-Sub-Divida
               MOVE 'N' TO WS-Primeiro-Local
               PERFORM EscreverLinhaLocal
           END-IF
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SortISBN TO WS-Det-ISBN
           MOVE SortData TO WS-Det-Data
           MOVE SortMutNumero TO WS-Det-Mutuario
           MOVE SortSituacao TO WS-Det-Situacao
           MOVE SortValor TO WS-Det-Valor
           MOVE SortPago TO WS-Det-Pago
           MOVE SortDivida TO WS-Det-Divida
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           ADD 1 TO WS-Sub-Qtd
           ADD 1 TO WS-Tot-Qtd
           ADD SortValor TO WS-Sub-Valor
           ADD SortValor TO WS-Tot-Valor
           ADD SortPago TO WS-Sub-Pago
           ADD SortPago TO WS-Tot-Pago
           ADD SortDivida TO WS-Sub-Divida
           ADD SortDivida TO WS-Tot-Divida
           .

       EscreverLinhaLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Local-Atual TO WS-Loc-Codigo
           WRITE PrintLinha FROM WS-Linha-Local
           ADD 1 TO WS-Linha-Count
           .

       EscreverSubtotalLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Sub-Qtd TO WS-Sub-Qtd-Ed
           MOVE WS-Sub-Valor TO WS-Sub-Valor-Ed
           MOVE WS-Sub-Pago TO WS-Sub-Pago-Ed
           MOVE WS-Sub-Divida TO WS-Sub-Divida-Ed
           WRITE PrintLinha FROM WS-Linha-Subtotal
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           ADD 2 TO WS-Linha-Count
           .

       FecharUltimoLocal.
           IF WS-Primeiro-Local = 'N'
               PERFORM EscreverSubtotalLocal
           ELSE
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       EscreverTotalGeral.
           MOVE WS-Tot-Qtd TO WS-Tot-Qtd-Ed
           MOVE WS-Tot-Valor TO WS-Tot-Valor-Ed
           MOVE WS-Tot-Pago TO WS-Tot-Pago-Ed
           MOVE WS-Tot-Divida TO WS-Tot-Divida-Ed
           WRITE PrintLinha FROM WS-Linha-Total
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Mes-Relatorio TO WS-Cab-Mes
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .
