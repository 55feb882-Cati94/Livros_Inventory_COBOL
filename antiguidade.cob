       IDENTIFICATION DIVISION.
       PROGRAM-ID. AntiguidadeMultas.

      *> Aged-debt report and collection letters. Puts every pending
      *> balance in multas.dat (Multa-Valor menos Multa-Valor-Pago)
      *> into 0-30, 31-60, 61-90 and over-90 day buckets counted from
      *> Multa-Data-Registo, sorted by branch (do emprestimo em
      *> loans.dat ou, ja arquivado, em loanhist.dat) and borrower,
      *> with a subtotal per borrower and per branch and grand totals
      *> for the finance office (antiguidade.prt).
      *>
      *> Depois percorre as dividas por leitor: quando a divida mais
      *> antiga passa cada limite configurado sai a primeira, a
      *> segunda e a carta final de cobranca, uma de cada vez e
      *> nunca antes do intervalo minimo desde a anterior
      *> (cartas.prt). A carta enviada e a data ficam em
      *> cobrancas.dat e no registo de auditoria. Leitores que
      *> continuam a dever depois do intervalo da carta final vao
      *> para a lista de contencioso da direcao (contencioso.prt).

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

           SELECT CobrancasFile ASSIGN TO 'cobrancas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cobranca-Mutuario-Numero
               FILE STATUS IS WS-Cobrancas-Status.

           SELECT MutuariosFile ASSIGN TO 'mutuarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mutuario-Numero
               FILE STATUS IS WS-Mutuarios-Status.

           SELECT ConfigFile ASSIGN TO 'cobranca.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT SortFile ASSIGN TO 'antiguidade.srt'.

           SELECT PrintFile ASSIGN TO 'antiguidade.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CartasFile ASSIGN TO 'cartas.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ContenciosoFile ASSIGN TO 'contencioso.prt'
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

       FD  CobrancasFile.
       COPY COBRANCA.

       FD  MutuariosFile.
       COPY MUTUARIO.

      *> Dias da divida mais antiga para a primeira, segunda e carta
      *> final, e intervalo minimo entre cartas; 030060090015 no
      *> ficheiro sao os valores por omissao.
       FD  ConfigFile.
       01  ConfigRegistro.
           05 Cfg-Dias-Carta1    PIC 9(3).
           05 Cfg-Dias-Carta2    PIC 9(3).
           05 Cfg-Dias-Carta3    PIC 9(3).
           05 Cfg-Intervalo      PIC 9(3).

       SD  SortFile.
       01  SortRegistro.
           05 SortLocal     PIC X(3).
           05 SortMutNumero PIC 9(5).
           05 SortMutNome   PIC X(30).
           05 SortData      PIC 9(8).
           05 SortISBN      PIC X(13).
           05 SortDias      PIC 9(5).
           05 SortSaldo     PIC 9(5)V99.

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       FD  CartasFile.
       01  CartaLinha PIC X(80).

       FD  ContenciosoFile.
       01  ContenciosoLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Multas-Status  PIC XX.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Loans-Status   PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Hist-Status    PIC XX.
           88 Hist-Nao-Existe VALUE '35'.
       01 WS-Cobrancas-Status PIC XX.
           88 Cobrancas-Nao-Existe VALUE '35'.
       01 WS-Mutuarios-Status PIC XX.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Config-Status  PIC XX.
           88 Config-Nao-Existe VALUE '35'.
       01 WS-Ha-Loans       PIC X VALUE 'N'.
       01 WS-Ha-Hist        PIC X VALUE 'N'.
       01 WS-Ha-Multas      PIC X VALUE 'N'.
       01 WS-Ha-Mutuarios   PIC X VALUE 'N'.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-Hoje           PIC 9(8).
       01 WS-Dias-Carta1    PIC 9(3) VALUE 30.
       01 WS-Dias-Carta2    PIC 9(3) VALUE 60.
       01 WS-Dias-Carta3    PIC 9(3) VALUE 90.
       01 WS-Intervalo      PIC 9(3) VALUE 15.
       01 WS-Local-Achado   PIC X(3).
       01 WS-Chave-Emprestimo.
           05 WS-Chave-ISBN  PIC X(13).
           05 WS-Chave-Data  PIC 9(8).
           05 WS-Chave-Hora  PIC 9(6).
       01 WS-Dias-Divida    PIC S9(5).
       01 WS-Saldo-Multa    PIC 9(5)V99.
       01 WS-Escalao        PIC 9.
       01 WS-Idx            PIC 9.

      *> Quebras do relatorio: local e, dentro do local, leitor.
       01 WS-Primeiro-Local PIC X VALUE 'S'.
       01 WS-Local-Atual    PIC X(3) VALUE SPACES.
       01 WS-Mut-Atual      PIC 9(5) VALUE 0.
       01 WS-Mut-Nome-Atual PIC X(30) VALUE SPACES.
       01 WS-Tabela-Mut.
           05 WS-Mut-Escalao PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-Tabela-Loc.
           05 WS-Loc-Escalao PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-Tabela-Tot.
           05 WS-Tot-Escalao PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-Mut-Total      PIC 9(7)V99 VALUE 0.
       01 WS-Loc-Total      PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Total      PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Qtd        PIC 9(6) VALUE 0.

      *> Passagem por leitor para as cartas de cobranca.
       01 WS-Cob-Numero     PIC 9(5) VALUE 0.
       01 WS-Cob-Nome       PIC X(30).
       01 WS-Cob-Saldo      PIC 9(7)V99 VALUE 0.
       01 WS-Cob-Pior-Dias  PIC S9(5) VALUE 0.
       01 WS-Cob-Data-Antiga PIC 9(8).
       01 WS-Cob-Ativo      PIC X VALUE 'N'.
       01 WS-Cob-Existe     PIC X VALUE 'N'.
       01 WS-Cob-Nova-Carta PIC 9 VALUE 0.
       01 WS-Dias-Desde     PIC S9(5).
       01 WS-Data-Anterior  PIC 9(8).
       01 WS-Total-Cartas1  PIC 9(5) VALUE 0.
       01 WS-Total-Cartas2  PIC 9(5) VALUE 0.
       01 WS-Total-Cartas3  PIC 9(5) VALUE 0.
       01 WS-Total-Contencioso PIC 9(5) VALUE 0.
       01 WS-Total-Liquidados PIC 9(5) VALUE 0.
       01 WS-Audit-Acao     PIC X(10).
       01 WS-Operador       PIC X(8) VALUE "SISTEMA".
       01 WS-Audit-Ref.
           05 FILLER              PIC X(4) VALUE "MUT ".
           05 WS-Audit-Ref-Numero PIC 9(5).
           05 FILLER              PIC X(4) VALUE SPACES.

       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.
       01 WS-Cont-Linhas    PIC 9(3) VALUE 0.
       01 WS-Cont-Pagina    PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(37) VALUE
                     "ANTIGUIDADE DAS MULTAS PENDENTES - ".
           05 WS-Cab-Data   PIC 9(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(9)  VALUE "Registo".
           05 FILLER PIC X(7)  VALUE "Dias".
           05 FILLER PIC X(11) VALUE "0-30".
           05 FILLER PIC X(11) VALUE "31-60".
           05 FILLER PIC X(11) VALUE "61-90".
           05 FILLER PIC X(11) VALUE "mais de 90".
           05 FILLER PIC X(10) VALUE "Total".

       01 WS-Linha-Detalhe.
           05 WS-Det-ISBN     PIC X(13).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Data     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Dias     PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Escalao  OCCURS 4 TIMES.
               10 FILLER      PIC X(1).
               10 WS-Det-Valor PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Total    PIC ZZZZZZ9.99.

       01 WS-Linha-Local.
           05 FILLER          PIC X(7)  VALUE "Local: ".
           05 WS-Loc-Codigo   PIC X(3).

       01 WS-Linha-Mutuario.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "Mutuario: ".
           05 WS-Lm-Numero    PIC 9(5).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-Lm-Nome      PIC X(30).

      *> Linha de subtotal comum a leitor, local e total geral; as
      *> colunas dos escaloes alinham com as do detalhe.
       01 WS-Linha-Soma.
           05 WS-Soma-Texto   PIC X(30).
           05 WS-Soma-Escalao OCCURS 4 TIMES.
               10 FILLER      PIC X(1).
               10 WS-Soma-Valor PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Soma-Total   PIC ZZZZZZ9.99.

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhuma multa pendente)".

       01 WS-Cont-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(37) VALUE
                     "LISTA DE CONTENCIOSO - ".
           05 WS-Cont-Data  PIC 9(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cont-Pag   PIC ZZ9.

       01 WS-Cont-Cabecalho2.
           05 FILLER PIC X(7)  VALUE "Numero".
           05 FILLER PIC X(31) VALUE "Mutuario".
           05 FILLER PIC X(12) VALUE "Em divida".
           05 FILLER PIC X(14) VALUE "Divida desde".
           05 FILLER PIC X(12) VALUE "Dias".
           05 FILLER PIC X(12) VALUE "Carta final".

       01 WS-Linha-Contencioso.
           05 WS-Ct-Numero    PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Ct-Nome      PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ct-Saldo     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Ct-Desde     PIC 9(8).
           05 FILLER          PIC X(6) VALUE SPACES.
           05 WS-Ct-Dias      PIC ZZZZ9.
           05 FILLER          PIC X(7) VALUE SPACES.
           05 WS-Ct-Carta     PIC 9(8).

       01 WS-Linha-Cont-Total.
           05 WS-Ct-Total     PIC ZZZZ9.
           05 FILLER          PIC X(30) VALUE
               " leitor(es) para contencioso".

       01 WS-Carta-Linha1.
           05 FILLER          PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE "Data: ".
           05 WS-Ca-Data      PIC 9(8).
       01 WS-Carta-Linha2.
           05 FILLER          PIC X(10) VALUE "Mutuario: ".
           05 WS-Ca-Numero    PIC 9(5).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-Ca-Nome      PIC X(30).
       01 WS-Carta-Linha3.
           05 FILLER          PIC X(10) VALUE "Contacto: ".
           05 WS-Ca-Contacto  PIC X(40).
       01 WS-Carta-Titulo.
           05 WS-Ca-Titulo    PIC X(40).
       01 WS-Carta-Linha4.
           05 FILLER          PIC X(32) VALUE
               "Tem em divida multas no valor de".
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-Ca-Saldo     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(4)  VALUE " EUR".
       01 WS-Carta-Linha5.
           05 FILLER          PIC X(32) VALUE
               "A divida mais antiga e de".
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-Ca-Desde     PIC 9(8).
           05 FILLER          PIC X(2)  VALUE " (".
           05 WS-Ca-Dias      PIC ZZZZ9.
           05 FILLER          PIC X(7)  VALUE " dias).".
       01 WS-Carta-Texto      PIC X(80).

       PROCEDURE DIVISION.
       MainAntiguidade.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           PERFORM LerConfiguracao
           OPEN OUTPUT PrintFile
           SORT SortFile
               ON ASCENDING KEY SortLocal SortMutNumero SortData
                   SortISBN
               INPUT PROCEDURE IS LerMultasPendentes
               OUTPUT PROCEDURE IS EscreverAntiguidade
           CLOSE PrintFile
           PERFORM EmitirCartasCobranca
           DISPLAY WS-Tot-Qtd " multa(s) pendente(s); relatorio em "
               "antiguidade.prt."
           DISPLAY WS-Total-Cartas1 " primeira(s), " WS-Total-Cartas2
               " segunda(s) e " WS-Total-Cartas3 " carta(s) final(ais)"
               " em cartas.prt."
           DISPLAY WS-Total-Contencioso " leitor(es) em "
               "contencioso.prt; " WS-Total-Liquidados
               " cobranca(s) liquidada(s)."
           STOP RUN.

       LerConfiguracao.
           OPEN INPUT ConfigFile
           IF Config-Nao-Existe
               CONTINUE
           ELSE
               READ ConfigFile
                   AT END CONTINUE
                   NOT AT END
                       IF ConfigRegistro IS NUMERIC
                           MOVE Cfg-Dias-Carta1 TO WS-Dias-Carta1
                           MOVE Cfg-Dias-Carta2 TO WS-Dias-Carta2
                           MOVE Cfg-Dias-Carta3 TO WS-Dias-Carta3
                           MOVE Cfg-Intervalo TO WS-Intervalo
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF
           .

      *> Idade de uma multa em dias desde o registo; registos sem
      *> data contam como de hoje.
       CalcularIdadeMulta.
           IF Multa-Data-Registo IS NUMERIC
                   AND Multa-Data-Registo > 0
                   AND Multa-Data-Registo <= WS-Hoje
               COMPUTE WS-Dias-Divida =
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   - FUNCTION INTEGER-OF-DATE(Multa-Data-Registo)
           ELSE
               MOVE 0 TO WS-Dias-Divida
           END-IF
           COMPUTE WS-Saldo-Multa = Multa-Valor - Multa-Valor-Pago
           .

       LerMultasPendentes.
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
                           IF Multa-Pendente
                                   AND Multa-Valor > Multa-Valor-Pago
                               PERFORM LibertarMulta
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

      *> O local vem do emprestimo que gerou a multa; se ja foi
      *> arquivado procura-se no historico. A multa de atraso de um
      *> exemplar abatido tem a hora desviada de 240000.
       ProcurarLocalMulta.
           MOVE SPACES TO WS-Local-Achado
           MOVE Multa-Chave TO WS-Chave-Emprestimo
           IF WS-Chave-Hora NOT < 240000
               SUBTRACT 240000 FROM WS-Chave-Hora
           END-IF
           IF WS-Ha-Loans = 'S'
               MOVE WS-Chave-Emprestimo TO Loan-Chave
               READ LoansFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Loan-Local TO WS-Local-Achado
               END-READ
           END-IF
           IF WS-Local-Achado = SPACES AND WS-Ha-Hist = 'S'
               MOVE WS-Chave-Emprestimo TO Hist-Chave
               READ HistFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Hist-Local TO WS-Local-Achado
               END-READ
           END-IF
           .

       LibertarMulta.
           PERFORM ProcurarLocalMulta
           PERFORM CalcularIdadeMulta
           MOVE WS-Local-Achado TO SortLocal
           MOVE Multa-Mutuario-Numero TO SortMutNumero
           MOVE Multa-Mutuario TO SortMutNome
           MOVE Multa-Data-Registo TO SortData
           MOVE Multa-ISBN TO SortISBN
           MOVE WS-Dias-Divida TO SortDias
           MOVE WS-Saldo-Multa TO SortSaldo
           RELEASE SortRegistro
           .

       EscreverAntiguidade.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-Tot-Total
           MOVE ZEROS TO WS-Tabela-Tot
           PERFORM EscreverCabecalho
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SortFile
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM ProcessarLinhaDivida
               END-RETURN
           END-PERFORM
           PERFORM FecharUltimoLocal
           PERFORM EscreverTotalGeral
           .

       ProcessarLinhaDivida.
           IF SortLocal NOT = WS-Local-Atual
                   OR WS-Primeiro-Local = 'S'
               IF WS-Primeiro-Local = 'N'
                   PERFORM EscreverSubtotalMutuario
                   PERFORM EscreverSubtotalLocal
               END-IF
               MOVE SortLocal TO WS-Local-Atual
               MOVE ZEROS TO WS-Tabela-Loc
               MOVE 0 TO WS-Loc-Total
               MOVE 'N' TO WS-Primeiro-Local
               PERFORM EscreverLinhaLocal
               PERFORM IniciarMutuario
           ELSE
               IF SortMutNumero NOT = WS-Mut-Atual
                   PERFORM EscreverSubtotalMutuario
                   PERFORM IniciarMutuario
               END-IF
           END-IF
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           PERFORM EscolherEscalao
           MOVE SPACES TO WS-Linha-Detalhe
           MOVE SortISBN TO WS-Det-ISBN
           MOVE SortData TO WS-Det-Data
           MOVE SortDias TO WS-Det-Dias
           MOVE SortSaldo TO WS-Det-Valor(WS-Escalao)
           MOVE SortSaldo TO WS-Det-Total
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           ADD 1 TO WS-Tot-Qtd
           ADD SortSaldo TO WS-Mut-Escalao(WS-Escalao)
           ADD SortSaldo TO WS-Loc-Escalao(WS-Escalao)
           ADD SortSaldo TO WS-Tot-Escalao(WS-Escalao)
           ADD SortSaldo TO WS-Mut-Total
           ADD SortSaldo TO WS-Loc-Total
           ADD SortSaldo TO WS-Tot-Total
           .

       EscolherEscalao.
           EVALUATE TRUE
               WHEN SortDias <= 30 MOVE 1 TO WS-Escalao
               WHEN SortDias <= 60 MOVE 2 TO WS-Escalao
               WHEN SortDias <= 90 MOVE 3 TO WS-Escalao
               WHEN OTHER          MOVE 4 TO WS-Escalao
           END-EVALUATE
           .

       IniciarMutuario.
           MOVE SortMutNumero TO WS-Mut-Atual
           MOVE SortMutNome TO WS-Mut-Nome-Atual
           MOVE ZEROS TO WS-Tabela-Mut
           MOVE 0 TO WS-Mut-Total
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Mut-Atual TO WS-Lm-Numero
           MOVE WS-Mut-Nome-Atual TO WS-Lm-Nome
           WRITE PrintLinha FROM WS-Linha-Mutuario
           ADD 1 TO WS-Linha-Count
           .

       EscreverLinhaLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Local-Atual TO WS-Loc-Codigo
           WRITE PrintLinha FROM WS-Linha-Local
           ADD 1 TO WS-Linha-Count
           .

       EscreverSubtotalMutuario.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SPACES TO WS-Linha-Soma
           MOVE "    Subtotal do mutuario" TO WS-Soma-Texto
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
               MOVE WS-Mut-Escalao(WS-Idx) TO WS-Soma-Valor(WS-Idx)
           END-PERFORM
           MOVE WS-Mut-Total TO WS-Soma-Total
           WRITE PrintLinha FROM WS-Linha-Soma
           ADD 1 TO WS-Linha-Count
           .

       EscreverSubtotalLocal.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SPACES TO WS-Linha-Soma
           MOVE "  Subtotal do local" TO WS-Soma-Texto
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
               MOVE WS-Loc-Escalao(WS-Idx) TO WS-Soma-Valor(WS-Idx)
           END-PERFORM
           MOVE WS-Loc-Total TO WS-Soma-Total
           WRITE PrintLinha FROM WS-Linha-Soma
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           ADD 2 TO WS-Linha-Count
           .

       FecharUltimoLocal.
           IF WS-Primeiro-Local = 'N'
               PERFORM EscreverSubtotalMutuario
               PERFORM EscreverSubtotalLocal
           ELSE
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       EscreverTotalGeral.
           MOVE SPACES TO WS-Linha-Soma
           MOVE "TOTAL GERAL" TO WS-Soma-Texto
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 4
               MOVE WS-Tot-Escalao(WS-Idx) TO WS-Soma-Valor(WS-Idx)
           END-PERFORM
           MOVE WS-Tot-Total TO WS-Soma-Total
           WRITE PrintLinha FROM WS-Linha-Soma
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Hoje TO WS-Cab-Data
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .

      *> Cartas de cobranca: percorre multas.dat pela chave do
      *> leitor e, por leitor, soma o saldo pendente e guarda a
      *> idade da divida mais antiga.
       EmitirCartasCobranca.
           OPEN OUTPUT CartasFile
           OPEN OUTPUT ContenciosoFile
           PERFORM EscreverCabecalhoContencioso
           PERFORM AbrirCobrancasIO
           OPEN INPUT MutuariosFile
           IF NOT Mutuarios-Nao-Existe
               MOVE 'S' TO WS-Ha-Mutuarios
           END-IF
           OPEN INPUT MultasFile
           IF NOT Multas-Nao-Existe
               MOVE 'S' TO WS-Ha-Multas
               MOVE 0 TO Multa-Mutuario-Numero
               START MultasFile KEY IS NOT LESS Multa-Mutuario-Numero
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ MultasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END PERFORM AcumularDividaLeitor
                   END-READ
               END-PERFORM
               IF WS-Cob-Ativo = 'S'
                   PERFORM AvaliarCobranca
               END-IF
               CLOSE MultasFile
           END-IF
           PERFORM LiquidarCobrancas
           IF WS-Ha-Mutuarios = 'S'
               CLOSE MutuariosFile
           END-IF
           CLOSE CobrancasFile
           MOVE SPACES TO ContenciosoLinha
           WRITE ContenciosoLinha
           MOVE WS-Total-Contencioso TO WS-Ct-Total
           WRITE ContenciosoLinha FROM WS-Linha-Cont-Total
           CLOSE ContenciosoFile
           CLOSE CartasFile
           .

       AbrirCobrancasIO.
           OPEN I-O CobrancasFile
           IF Cobrancas-Nao-Existe
               OPEN OUTPUT CobrancasFile
               CLOSE CobrancasFile
               OPEN I-O CobrancasFile
           END-IF
           .

       AcumularDividaLeitor.
           IF Multa-Mutuario-Numero NOT = WS-Cob-Numero
               IF WS-Cob-Ativo = 'S'
                   PERFORM AvaliarCobranca
               END-IF
               MOVE Multa-Mutuario-Numero TO WS-Cob-Numero
               MOVE Multa-Mutuario TO WS-Cob-Nome
               MOVE 0 TO WS-Cob-Saldo
               MOVE -1 TO WS-Cob-Pior-Dias
               MOVE ZEROS TO WS-Cob-Data-Antiga
               MOVE 'N' TO WS-Cob-Ativo
           END-IF
           IF Multa-Pendente AND Multa-Valor > Multa-Valor-Pago
               PERFORM CalcularIdadeMulta
               ADD WS-Saldo-Multa TO WS-Cob-Saldo
               IF WS-Dias-Divida > WS-Cob-Pior-Dias
                   MOVE WS-Dias-Divida TO WS-Cob-Pior-Dias
                   MOVE Multa-Data-Registo TO WS-Cob-Data-Antiga
               END-IF
               MOVE 'S' TO WS-Cob-Ativo
           END-IF
           .

      *> Uma carta por leitor e por corrida, sempre pela ordem: a
      *> seguinte so sai quando a divida mais antiga passou o seu
      *> limite e ja correu o intervalo desde a anterior.
       AvaliarCobranca.
           MOVE 'S' TO WS-Cob-Existe
           MOVE WS-Cob-Numero TO Cobranca-Mutuario-Numero
           READ CobrancasFile
               INVALID KEY
                   MOVE 'N' TO WS-Cob-Existe
                   MOVE 0 TO Cobranca-Nivel
                   MOVE ZEROS TO Cobranca-Data-Carta1
                                 Cobranca-Data-Carta2
                                 Cobranca-Data-Carta3
                   MOVE 0 TO Cobranca-Valor-Carta
           END-READ
           MOVE 0 TO WS-Cob-Nova-Carta
           EVALUATE TRUE
               WHEN Cobranca-Sem-Carta
                   IF WS-Cob-Pior-Dias > WS-Dias-Carta1
                       MOVE 1 TO WS-Cob-Nova-Carta
                   END-IF
               WHEN Cobranca-Primeira
                   MOVE Cobranca-Data-Carta1 TO WS-Data-Anterior
                   PERFORM CalcularDiasDesdeCarta
                   IF WS-Cob-Pior-Dias > WS-Dias-Carta2
                           AND WS-Dias-Desde >= WS-Intervalo
                       MOVE 2 TO WS-Cob-Nova-Carta
                   END-IF
               WHEN Cobranca-Segunda
                   MOVE Cobranca-Data-Carta2 TO WS-Data-Anterior
                   PERFORM CalcularDiasDesdeCarta
                   IF WS-Cob-Pior-Dias > WS-Dias-Carta3
                           AND WS-Dias-Desde >= WS-Intervalo
                       MOVE 3 TO WS-Cob-Nova-Carta
                   END-IF
               WHEN Cobranca-Final
                   MOVE Cobranca-Data-Carta3 TO WS-Data-Anterior
                   PERFORM CalcularDiasDesdeCarta
                   IF WS-Dias-Desde >= WS-Intervalo
                       PERFORM EscreverLinhaContencioso
                   END-IF
           END-EVALUATE
           IF WS-Cob-Nova-Carta > 0
               MOVE WS-Cob-Nova-Carta TO Cobranca-Nivel
               EVALUATE WS-Cob-Nova-Carta
                   WHEN 1 MOVE WS-Hoje TO Cobranca-Data-Carta1
                   WHEN 2 MOVE WS-Hoje TO Cobranca-Data-Carta2
                   WHEN 3 MOVE WS-Hoje TO Cobranca-Data-Carta3
               END-EVALUATE
               MOVE WS-Cob-Saldo TO Cobranca-Valor-Carta
               PERFORM EscreverCarta
           END-IF
           MOVE WS-Hoje TO Cobranca-Data-Avaliacao
           IF WS-Cob-Existe = 'S'
               REWRITE CobrancaRegistro
           ELSE
               IF WS-Cob-Nova-Carta > 0
                   WRITE CobrancaRegistro
               END-IF
           END-IF
           MOVE 'N' TO WS-Cob-Ativo
           .

       CalcularDiasDesdeCarta.
           IF WS-Data-Anterior IS NUMERIC AND WS-Data-Anterior > 0
               COMPUTE WS-Dias-Desde =
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   - FUNCTION INTEGER-OF-DATE(WS-Data-Anterior)
           ELSE
               MOVE WS-Intervalo TO WS-Dias-Desde
           END-IF
           .

       EscreverCarta.
           EVALUATE WS-Cob-Nova-Carta
               WHEN 1
                   MOVE "PRIMEIRO AVISO DE COBRANCA" TO WS-Ca-Titulo
                   ADD 1 TO WS-Total-Cartas1
               WHEN 2
                   MOVE "SEGUNDO AVISO DE COBRANCA" TO WS-Ca-Titulo
                   ADD 1 TO WS-Total-Cartas2
               WHEN OTHER
                   MOVE "AVISO FINAL DE COBRANCA" TO WS-Ca-Titulo
                   ADD 1 TO WS-Total-Cartas3
           END-EVALUATE
           MOVE SPACES TO WS-Ca-Contacto
           IF WS-Ha-Mutuarios = 'S'
               MOVE WS-Cob-Numero TO Mutuario-Numero
               READ MutuariosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Mutuario-Nome TO WS-Cob-Nome
                       IF Mutuario-Email NOT = SPACES
                           MOVE Mutuario-Email TO WS-Ca-Contacto
                       ELSE
                           MOVE Mutuario-Telefone TO WS-Ca-Contacto
                       END-IF
               END-READ
           END-IF
           MOVE WS-Hoje TO WS-Ca-Data
           MOVE WS-Cob-Numero TO WS-Ca-Numero
           MOVE WS-Cob-Nome TO WS-Ca-Nome
           MOVE WS-Cob-Saldo TO WS-Ca-Saldo
           MOVE WS-Cob-Data-Antiga TO WS-Ca-Desde
           MOVE WS-Cob-Pior-Dias TO WS-Ca-Dias
           WRITE CartaLinha FROM WS-Carta-Linha1 AFTER ADVANCING PAGE
           MOVE SPACES TO CartaLinha
           WRITE CartaLinha AFTER ADVANCING 1 LINE
           WRITE CartaLinha FROM WS-Carta-Linha2 AFTER ADVANCING 1 LINE
           WRITE CartaLinha FROM WS-Carta-Linha3 AFTER ADVANCING 1 LINE
           MOVE SPACES TO CartaLinha
           WRITE CartaLinha AFTER ADVANCING 1 LINE
           WRITE CartaLinha FROM WS-Carta-Titulo AFTER ADVANCING 1 LINE
           MOVE SPACES TO CartaLinha
           WRITE CartaLinha AFTER ADVANCING 1 LINE
           WRITE CartaLinha FROM WS-Carta-Linha4 AFTER ADVANCING 1 LINE
           WRITE CartaLinha FROM WS-Carta-Linha5 AFTER ADVANCING 1 LINE
           MOVE SPACES TO CartaLinha
           WRITE CartaLinha AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Carta-Texto
           EVALUATE WS-Cob-Nova-Carta
               WHEN 1
                   STRING "Pedimos que regularize a situacao num dos "
                       "balcoes da biblioteca." DELIMITED BY SIZE
                       INTO WS-Carta-Texto
                   END-STRING
               WHEN 2
                   STRING "Ainda nao recebemos o pagamento; regularize "
                       "com a maior brevidade." DELIMITED BY SIZE
                       INTO WS-Carta-Texto
                   END-STRING
               WHEN OTHER
                   STRING "Ultimo aviso: sem pagamento o processo "
                       "segue para a direcao da biblioteca."
                       DELIMITED BY SIZE
                       INTO WS-Carta-Texto
                   END-STRING
           END-EVALUATE
           WRITE CartaLinha FROM WS-Carta-Texto AFTER ADVANCING 1 LINE
           MOVE WS-Cob-Numero TO WS-Audit-Ref-Numero
           MOVE "COBRANCA" TO WS-Audit-Acao
           CALL 'GravarAuditoria' USING WS-Audit-Acao WS-Audit-Ref
               WS-Operador
           .

       EscreverLinhaContencioso.
           IF WS-Cont-Linhas >= WS-Max-Linhas
               PERFORM EscreverCabecalhoContencioso
           END-IF
           MOVE WS-Cob-Numero TO WS-Ct-Numero
           MOVE WS-Cob-Nome TO WS-Ct-Nome
           MOVE WS-Cob-Saldo TO WS-Ct-Saldo
           MOVE WS-Cob-Data-Antiga TO WS-Ct-Desde
           MOVE WS-Cob-Pior-Dias TO WS-Ct-Dias
           MOVE Cobranca-Data-Carta3 TO WS-Ct-Carta
           WRITE ContenciosoLinha FROM WS-Linha-Contencioso
           ADD 1 TO WS-Cont-Linhas
           ADD 1 TO WS-Total-Contencioso
           .

       EscreverCabecalhoContencioso.
           ADD 1 TO WS-Cont-Pagina
           MOVE WS-Cont-Pagina TO WS-Cont-Pag
           MOVE WS-Hoje TO WS-Cont-Data
           WRITE ContenciosoLinha FROM WS-Cont-Cabecalho1
               AFTER ADVANCING PAGE
           WRITE ContenciosoLinha FROM WS-Cont-Cabecalho2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO ContenciosoLinha
           WRITE ContenciosoLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Cont-Linhas
           .

      *> Leitores com cartas enviadas que nesta corrida ja nao tinham
      *> saldo pendente voltam ao nivel 0; uma divida nova recomeca
      *> pela primeira carta.
       LiquidarCobrancas.
           MOVE 0 TO Cobranca-Mutuario-Numero
           START CobrancasFile KEY IS NOT LESS Cobranca-Mutuario-Numero
               INVALID KEY
                   MOVE 'S' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ CobrancasFile NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF Cobranca-Nivel > 0
                               AND Cobranca-Data-Avaliacao < WS-Hoje
                           MOVE 0 TO Cobranca-Nivel
                           REWRITE CobrancaRegistro
                           ADD 1 TO WS-Total-Liquidados
                       END-IF
               END-READ
           END-PERFORM
           .
