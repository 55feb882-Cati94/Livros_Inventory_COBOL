      *> Fines ledger desk: records payments and waivers against the
      *> multas.dat entries the return flow creates, and prints the
      *> statement of outstanding fines per borrower the front desk
      *> asks for. Um exemplar declarado perdido/danificado que
      *> aparece pode ser reposto no catalogo por um supervisor,
      *> creditando ou isentando o encargo de reposicao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS Recibo-Data WITH DUPLICATES
               FILE STATUS IS WS-Recibos-Status.

           SELECT LivrosFile ASSIGN TO 'livros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

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

           SELECT LocaisFile ASSIGN TO 'locais.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT SequenciaFile ASSIGN TO 'recibos.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequencia-Status.
       FD  RecibosFile.
       COPY RECIBO.

       FD  LivrosFile.
       COPY LIVRO.

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

       FD  LocaisFile.
       COPY LOCAL.

      *> Proximo numero de recibo a atribuir; guardado fora do
      *> ficheiro de recibos para a numeracao nunca andar para tras,
      *> mesmo que recibos.dat seja reconstruido de um backup.
           88 Recibos-Nao-Existe VALUE '35'.
       01 WS-Sequencia-Status PIC XX.
           88 Sequencia-Nao-Existe VALUE '35'.
       01 WS-Livros-Status PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Loans-Status PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Hist-Status PIC XX.
           88 Hist-Nao-Existe VALUE '35'.
       01 WS-Emprestimo-Achado PIC X VALUE 'N'.
       01 WS-Locais-Status PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 WS-Numero-Recibo  PIC 9(8).
       01 WS-Tipo-Recibo    PIC X.
       01 WS-Valor-Recibo   PIC 9(5)V99.
       01 WS-Pago-Mostrar    PIC ZZZZ9.99.
       01 WS-Saldo-Mostrar   PIC ZZZZZ9.99.
       01 WS-Total-Mostrar   PIC ZZZZZZ9.99.
       01 WS-Opcao-Anular    PIC 9.
       01 WS-Local-Reposto   PIC X(3).
       01 WS-Valor-Pendente  PIC 9(5)V99.
       01 WS-Valor-Creditar  PIC 9(5)V99.
       01 WS-Tipo-Mostrar    PIC X(9).
       01 WS-Escolha-Multa   PIC X.

       PROCEDURE DIVISION.
       MainLoopMultas.
               DISPLAY "2 - Isentar Multa"
               DISPLAY "3 - Extrato de Multas de um Mutuario"
               DISPLAY "4 - Sair"
               DISPLAY "5 - Anular Perda/Dano (exemplar recuperado)"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 2 PERFORM IsentarMulta
                   WHEN 3 PERFORM ExtratoMutuario
                   WHEN 4 MOVE 'S' TO FimPrograma
                   WHEN 5 PERFORM AnularPerda
               END-EVALUATE
           END-PERFORM
           STOP RUN.
           .

       ReceberPagamento.
           PERFORM MostrarTipoSaldo
           MOVE Multa-Valor TO WS-Valor-Mostrar
           MOVE Multa-Valor-Pago TO WS-Pago-Mostrar
           DISPLAY "Multa de " WS-Tipo-Mostrar " de " WS-Valor-Mostrar
               "; ja pago " WS-Pago-Mostrar "; saldo "
               WS-Saldo-Mostrar "."
           DISPLAY "Valor a pagar (digitos com 2 decimais "
               "implicitos, p.ex. 150 = 1,50):"
           ACCEPT WS-Valor-Pagamento
           IF WS-Valor-Pagamento > WS-Saldo-Multa
               DISPLAY "Valor acima do saldo desta multa; "
                   "pagamento nao registado."
           ELSE
               PERFORM RegistarValorPago
           END-IF
           .

       RegistarValorPago.
           ADD WS-Valor-Pagamento TO Multa-Valor-Pago
           IF Multa-Valor-Pago >= Multa-Valor
               MOVE 'G' TO Multa-Estado
                       INVALID KEY
                           DISPLAY "Erro: multa ja nao existe."
                       NOT INVALID KEY
                           PERFORM MostrarTipoSaldo
                           DISPLAY "A isentar a multa de "
                               WS-Tipo-Mostrar ", saldo "
                               WS-Saldo-Mostrar "."
                           COMPUTE WS-Valor-Recibo =
                               Multa-Valor - Multa-Valor-Pago
                           MOVE 'I' TO Multa-Estado
           END-IF
           .

      *> O exemplar declarado perdido ou danificado apareceu (ou
      *> foi reparado): o emprestimo passa a devolvido, o exemplar
      *> volta ao total do catalogo e do local, e o encargo de
      *> reposicao fica isento. Com "creditar" o que o leitor ja
      *> pagou e devolvido num recibo de credito; com "isentar" so
      *> o valor ainda em divida e perdoado.
       AnularPerda.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               PERFORM AnularPerdaSupervisor
           END-IF
           .

       AnularPerdaSupervisor.
           PERFORM PedirMutuarioISBN
           OPEN I-O MultasFile
           IF Multas-Nao-Existe
               DISPLAY "Ainda nao ha multas registadas."
           ELSE
               PERFORM ProcurarReposicao
               IF WS-Multa-Achada = 'N'
                   DISPLAY "Nenhum encargo de reposicao deste "
                       "mutuario para o ISBN."
               ELSE
                   MOVE WS-Chave-Achada TO Multa-Chave
                   READ MultasFile
                       INVALID KEY
                           DISPLAY "Erro: encargo ja nao existe."
                       NOT INVALID KEY
                           PERFORM AnularReposicao
                   END-READ
               END-IF
               CLOSE MultasFile
           END-IF
           .

       AnularReposicao.
           COMPUTE WS-Valor-Pendente = Multa-Valor - Multa-Valor-Pago
           MOVE Multa-Valor TO WS-Valor-Mostrar
           MOVE Multa-Valor-Pago TO WS-Pago-Mostrar
           DISPLAY "Reposicao de " WS-Valor-Mostrar "; ja pago "
               WS-Pago-Mostrar "."
           DISPLAY "1 - Creditar o valor pago e isentar o resto"
           DISPLAY "2 - Isentar so o valor em divida"
           DISPLAY "0 - Cancelar"
           ACCEPT WS-Opcao-Anular
           IF WS-Opcao-Anular = 1 OR WS-Opcao-Anular = 2
               PERFORM ReporExemplarEmprestimo
               PERFORM ReporExemplarCatalogo
               PERFORM ReporExemplarLocal
               MOVE 0 TO WS-Valor-Creditar
               IF WS-Opcao-Anular = 1
                   MOVE Multa-Valor-Pago TO WS-Valor-Creditar
                   MOVE 0 TO Multa-Valor-Pago
               END-IF
               MOVE 'I' TO Multa-Estado
               REWRITE MultaRegistro
               IF WS-Valor-Pendente > 0
                   MOVE 'I' TO WS-Tipo-Recibo
                   MOVE WS-Valor-Pendente TO WS-Valor-Recibo
                   PERFORM EmitirRecibo
               END-IF
               IF WS-Valor-Creditar > 0
                   MOVE 'C' TO WS-Tipo-Recibo
                   MOVE WS-Valor-Creditar TO WS-Valor-Recibo
                   PERFORM EmitirRecibo
               END-IF
               MOVE "RECUPERAR" TO WS-Audit-Acao
               CALL 'GravarAuditoria' USING WS-Audit-Acao BuscaISBN
                   WS-Operador
               DISPLAY "Perda anulada; exemplar reposto no local "
                   WS-Local-Reposto "."
           ELSE
               DISPLAY "Cancelado."
           END-IF
           .

      *> O emprestimo pode ja ter sido arquivado: o estado e o
      *> local vem entao do historico, que tambem deixa de dizer
      *> perdido. So sem nenhum dos dois o supervisor indica a sala
      *> onde o exemplar volta a ficar.
       ReporExemplarEmprestimo.
           MOVE SPACES TO WS-Local-Reposto
           MOVE 'N' TO WS-Emprestimo-Achado
           OPEN I-O LoansFile
           IF NOT Loans-Nao-Existe
               MOVE Multa-Chave TO Loan-Chave
               READ LoansFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Emprestimo-Achado
                       MOVE Loan-Local TO WS-Local-Reposto
                       IF Loan-Abatido
                           MOVE 'D' TO Loan-Status
                           REWRITE LoanRegistro
                       END-IF
               END-READ
               CLOSE LoansFile
           END-IF
           IF WS-Emprestimo-Achado = 'N'
               OPEN I-O HistFile
               IF NOT Hist-Nao-Existe
                   MOVE Multa-Chave TO Hist-Chave
                   READ HistFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Hist-Local TO WS-Local-Reposto
                           IF Hist-Abatido
                               MOVE 'D' TO Hist-Status
                               REWRITE HistRegistro
                           END-IF
                   END-READ
                   CLOSE HistFile
               END-IF
           END-IF
           IF WS-Local-Reposto = SPACES
               DISPLAY "Local onde o exemplar fica (codigo):"
               ACCEPT WS-Local-Reposto
           END-IF
           IF WS-Local-Reposto = SPACES
               MOVE "SED" TO WS-Local-Reposto
           END-IF
           .

       ReporExemplarCatalogo.
           OPEN I-O LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE BuscaISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       DISPLAY "Livro ja nao existe no catalogo; "
                           "total nao reposto."
                   NOT INVALID KEY
                       ADD 1 TO Exemplares-Total
                       REWRITE LivroRegistro
               END-READ
               CLOSE LivrosFile
           END-IF
           .

       ReporExemplarLocal.
           OPEN I-O LocaisFile
           IF Locais-Nao-Existe
               OPEN OUTPUT LocaisFile
               CLOSE LocaisFile
               OPEN I-O LocaisFile
           END-IF
           MOVE BuscaISBN TO Local-ISBN
           MOVE WS-Local-Reposto TO Local-Codigo
           READ LocaisFile
               INVALID KEY
                   MOVE BuscaISBN TO Local-ISBN
                   MOVE WS-Local-Reposto TO Local-Codigo
                   MOVE 1 TO Local-Exemplares-Total
                   MOVE 0 TO Local-Exemplares-Fora
                   MOVE 0 TO Local-Exemplares-Retidos
                   WRITE LocalRegistro
                       INVALID KEY
                           DISPLAY "Falha ao gravar local."
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO Local-Exemplares-Total
                   REWRITE LocalRegistro
           END-READ
           CLOSE LocaisFile
           .

      *> Cada pagamento e cada isencao gera o seu proprio recibo no
      *> jornal, com numero, data/hora e valor, para o fecho de caixa
      *> conseguir bater a gaveta; pagamentos parciais da mesma multa
           ACCEPT BuscaISBN
           .

      *> Um exemplar em atraso declarado perdido tem duas multas
      *> pendentes para o mesmo ISBN (atraso e reposicao): cada uma
      *> e mostrada com o tipo e o saldo, ENTER escolhe-a e S passa
      *> a seguinte.
       ProcurarMultaPendente.
           MOVE 'N' TO WS-Multa-Achada
           MOVE BuscaNumero TO Multa-Mutuario-Numero
                               ELSE
                                   IF Multa-Pendente
                                           AND Multa-ISBN = BuscaISBN
                                       PERFORM EscolherMultaPendente
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           .

       EscolherMultaPendente.
           PERFORM MostrarTipoSaldo
           DISPLAY "Multa de " WS-Tipo-Mostrar " de "
               Multa-Data-Registo ", saldo " WS-Saldo-Mostrar
               " (ENTER esta, S seguinte):"
           MOVE SPACE TO WS-Escolha-Multa
           ACCEPT WS-Escolha-Multa
           IF WS-Escolha-Multa NOT = 'S' AND NOT = 's'
               MOVE Multa-Chave TO WS-Chave-Achada
               MOVE 'S' TO WS-Multa-Achada
               MOVE 'S' TO WS-EOF-Multas
           END-IF
           .

       MostrarTipoSaldo.
           IF Multa-Reposicao
               MOVE "reposicao" TO WS-Tipo-Mostrar
           ELSE
               MOVE "atraso" TO WS-Tipo-Mostrar
           END-IF
           COMPUTE WS-Saldo-Multa = Multa-Valor - Multa-Valor-Pago
           MOVE WS-Saldo-Multa TO WS-Saldo-Mostrar
           .

       ProcurarReposicao.
           MOVE 'N' TO WS-Multa-Achada
           MOVE BuscaNumero TO Multa-Mutuario-Numero
           START MultasFile KEY IS EQUAL Multa-Mutuario-Numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Multas
                   PERFORM UNTIL WS-EOF-Multas = 'S'
                       READ MultasFile NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-Multas
                           NOT AT END
                               IF Multa-Mutuario-Numero
                                       NOT = BuscaNumero
                                   MOVE 'S' TO WS-EOF-Multas
                               ELSE
                                   IF Multa-Reposicao
                                           AND NOT Multa-Isenta
                                           AND Multa-ISBN = BuscaISBN
                                       MOVE Multa-Chave TO
                                           WS-Chave-Achada
                                       MOVE 'S' TO WS-Multa-Achada
               " pago:" WS-Pago-Mostrar
               " saldo:" WS-Saldo-Mostrar
               " estado:" Multa-Estado
               " tipo:" Multa-Tipo
           IF Multa-Pendente
               ADD WS-Saldo-Multa TO WS-Total-Pendente
           END-IF
