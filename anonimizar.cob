       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnonimizarMutuarios.

      *> Yearly batch: borrower accounts closed at the desk for
      *> longer than the retention period in anonimizar.cfg lose
      *> their personal data. The name, phone and e-mail in
      *> mutuarios.dat are replaced by ANONIMIZADO, and the copies
      *> of the name kept in loans, loanhist, reservas, multas and
      *> recibos (and the address the outbox used in
      *> notificacoes.dat) are overwritten with it too. Borrower number,
      *> dates and amounts stay, so the statistics, the fines ledger
      *> and the cash journal still add up. Prints a control report
      *> with one line per borrower and the record counts per file,
      *> and writes one audit line per borrower.
      *> O registo do mutuario e marcado por ultimo: se o trabalho
      *> parar a meio, a repeticao volta a apanhar os mesmos leitores.
      *> RETURN-CODE 8 se um dos ficheiros nao puder ser aberto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MutuariosFile ASSIGN TO 'mutuarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mutuario-Numero
               FILE STATUS IS WS-Mutuarios-Status.

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

           SELECT ReservasFile ASSIGN TO 'reservas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reserva-Chave
               ALTERNATE RECORD KEY IS Reserva-ISBN WITH DUPLICATES
               FILE STATUS IS WS-Reservas-Status.

           SELECT MultasFile ASSIGN TO 'multas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Multa-Chave
               ALTERNATE RECORD KEY IS Multa-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Multas-Status.

           SELECT RecibosFile ASSIGN TO 'recibos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Recibo-Numero
               ALTERNATE RECORD KEY IS Recibo-Mutuario-Numero
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Recibo-Data WITH DUPLICATES
               FILE STATUS IS WS-Recibos-Status.

           SELECT NotificacoesFile ASSIGN TO 'notificacoes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Notif-Chave
               ALTERNATE RECORD KEY IS Notif-Numero
               ALTERNATE RECORD KEY IS Notif-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Notif-Status.

           SELECT ConfigFile ASSIGN TO 'anonimizar.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT PrintFile ASSIGN TO 'anonimizar.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MutuariosFile.
       COPY MUTUARIO.

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

       FD  ReservasFile.
       COPY RESERVA.

       FD  MultasFile.
       COPY MULTA.

       FD  RecibosFile.
       COPY RECIBO.

       FD  NotificacoesFile.
       COPY NOTIFICACAO.

      *> Periodo de retencao em dias depois do encerramento da
      *> conta; 01825 no ficheiro significa cinco anos.
       FD  ConfigFile.
       01  ConfigRegistro.
           05 Cfg-Dias-Retencao PIC 9(5).

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Mutuarios-Status PIC XX.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Loans-Status  PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Hist-Status   PIC XX.
           88 Hist-Nao-Existe VALUE '35'.
       01 WS-Reservas-Status PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 WS-Multas-Status PIC XX.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Recibos-Status PIC XX.
           88 Recibos-Nao-Existe VALUE '35'.
       01 WS-Notif-Status  PIC XX.
           88 Notif-Nao-Existe VALUE '35'.
       01 WS-Config-Status PIC XX.
           88 Config-Nao-Existe VALUE '35'.
       01 WS-Ha-Loans       PIC X VALUE 'N'.
       01 WS-Ha-Hist        PIC X VALUE 'N'.
       01 WS-Ha-Reservas    PIC X VALUE 'N'.
       01 WS-Ha-Multas      PIC X VALUE 'N'.
       01 WS-Ha-Recibos     PIC X VALUE 'N'.
       01 WS-Ha-Notif       PIC X VALUE 'N'.
       01 WS-Status-Abrir   PIC XX.
       01 WS-Ficheiro-Abrir PIC X(16).
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-Hoje           PIC 9(8).
       01 WS-Dias-Retencao  PIC 9(5) VALUE 1825.
       01 WS-Data-Corte     PIC 9(8).
       01 WS-Numero-Atual   PIC 9(5).
       01 WS-Nome-Anonimo   PIC X(30) VALUE "ANONIMIZADO".
       01 WS-Audit-Acao     PIC X(10).
       01 WS-Operador       PIC X(8) VALUE "SISTEMA".
       01 WS-Audit-Ref.
           05 FILLER              PIC X(4) VALUE "MUT ".
           05 WS-Audit-Ref-Numero PIC 9(5).
           05 FILLER              PIC X(4) VALUE SPACES.
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.

      *> Leitores a anonimizar nesta execucao, pela ordem do numero,
      *> com o numero de registos reescritos em cada ficheiro.
       01 WS-Idx            PIC 9(4).
       01 WS-Achado-Idx     PIC 9(4).
       01 WS-Qtd-Anon       PIC 9(4) VALUE 0.
       01 WS-Max-Anon       PIC 9(4) VALUE 1000.
       01 WS-Aviso-Anon     PIC X VALUE 'N'.
       01 WS-Tabela-Anon.
           05 WS-Anon-Entrada OCCURS 1000 TIMES.
               10 WS-Anon-Numero     PIC 9(5).
               10 WS-Anon-Data-Fecho PIC 9(8).
               10 WS-Anon-Loans      PIC 9(5).
               10 WS-Anon-Hist       PIC 9(5).
               10 WS-Anon-Reservas   PIC 9(5).
               10 WS-Anon-Multas     PIC 9(5).
               10 WS-Anon-Recibos    PIC 9(5).
               10 WS-Anon-Notif      PIC 9(5).

       01 WS-Tot-Mutuarios  PIC 9(6) VALUE 0.
       01 WS-Tot-Loans      PIC 9(6) VALUE 0.
       01 WS-Tot-Hist       PIC 9(6) VALUE 0.
       01 WS-Tot-Reservas   PIC 9(6) VALUE 0.
       01 WS-Tot-Multas     PIC 9(6) VALUE 0.
       01 WS-Tot-Recibos    PIC 9(6) VALUE 0.
       01 WS-Tot-Notif      PIC 9(6) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(37) VALUE
                             "ANONIMIZACAO DE CONTAS ENCERRADAS".
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER          PIC X(10) VALUE "Execucao: ".
           05 WS-Cab-Hoje     PIC 9(8).
           05 FILLER          PIC X(30) VALUE
               "   contas encerradas antes de ".
           05 WS-Cab-Corte    PIC 9(8).
           05 FILLER          PIC X(3)  VALUE " (".
           05 WS-Cab-Retencao PIC ZZZZ9.
           05 FILLER          PIC X(20) VALUE " dias de retencao)".

       01 WS-Cabecalho3.
           05 FILLER PIC X(9)  VALUE "Numero".
           05 FILLER PIC X(10) VALUE "Encerrada".
           05 FILLER PIC X(10) VALUE "   Emprest".
           05 FILLER PIC X(10) VALUE " Historico".
           05 FILLER PIC X(10) VALUE "  Reservas".
           05 FILLER PIC X(10) VALUE "    Multas".
           05 FILLER PIC X(10) VALUE "   Recibos".
           05 FILLER PIC X(10) VALUE "   Notific".

       01 WS-Linha-Detalhe.
           05 WS-Det-Numero   PIC 9(5).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-Det-Fecho    PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Det-Loans    PIC ZZZZZZZZZ9.
           05 WS-Det-Hist     PIC ZZZZZZZZZ9.
           05 WS-Det-Reservas PIC ZZZZZZZZZ9.
           05 WS-Det-Multas   PIC ZZZZZZZZZ9.
           05 WS-Det-Recibos  PIC ZZZZZZZZZ9.
           05 WS-Det-Notif    PIC ZZZZZZZZZ9.

       01 WS-Titulo-Controlo PIC X(40) VALUE
           "CONTROLO POR FICHEIRO".

       01 WS-Linha-Controlo.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-Ctl-Ficheiro PIC X(18).
           05 WS-Ctl-Qtd      PIC ZZZZZ9.
           05 FILLER          PIC X(26) VALUE
               " registo(s) anonimizado(s)".

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhuma conta a anonimizar)".

       PROCEDURE DIVISION.
       MainAnonimizar.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           PERFORM LerConfiguracao
           COMPUTE WS-Data-Corte = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Hoje) - WS-Dias-Retencao)
           OPEN OUTPUT PrintFile
           PERFORM EscreverCabecalho
           OPEN I-O MutuariosFile
           IF Mutuarios-Nao-Existe
               DISPLAY "Ainda nao ha mutuarios registados."
           ELSE
               MOVE WS-Mutuarios-Status TO WS-Status-Abrir
               MOVE "mutuarios.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               PERFORM EscolherContas
               IF WS-Qtd-Anon > 0
                   PERFORM AbrirFicheirosLeitor
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Qtd-Anon
                       MOVE WS-Anon-Numero(WS-Idx) TO WS-Numero-Atual
                       PERFORM AnonimizarLoans
                       PERFORM AnonimizarHist
                       PERFORM AnonimizarMultas
                       PERFORM AnonimizarRecibos
                       PERFORM AnonimizarNotificacoes
                   END-PERFORM
                   PERFORM AnonimizarReservas
                   PERFORM FecharFicheirosLeitor
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Qtd-Anon
                       PERFORM MarcarMutuario
                   END-PERFORM
               END-IF
               CLOSE MutuariosFile
           END-IF
           IF WS-Qtd-Anon = 0
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           PERFORM EscreverControlo
           CLOSE PrintFile
           DISPLAY WS-Tot-Mutuarios " conta(s) anonimizada(s); "
               "relatorio em anonimizar.prt."
           IF WS-Aviso-Anon = 'S'
               DISPLAY "AVISO: mais de " WS-Max-Anon " contas a "
                   "anonimizar; as restantes ficam para a proxima "
                   "execucao."
           END-IF
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
                           MOVE Cfg-Dias-Retencao TO WS-Dias-Retencao
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF
           .

       VerificarAbertura.
           IF WS-Status-Abrir(1:1) NOT = '0'
               DISPLAY "Nao foi possivel abrir " WS-Ficheiro-Abrir
                   " (estado " WS-Status-Abrir ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> Contas encerradas antes da data de corte e ainda com dados
      *> pessoais. Registos recarregados de copias antigas trazem as
      *> datas em branco e ficam de fora.
       EscolherContas.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ MutuariosFile NEXT RECORD
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF Mutuario-Fechado
                               AND Mutuario-Data-Fecho IS NUMERIC
                               AND Mutuario-Data-Fecho > 0
                               AND Mutuario-Data-Fecho < WS-Data-Corte
                               AND (Mutuario-Data-Anonimizacao
                                       NOT NUMERIC
                                   OR Mutuario-Data-Anonimizacao = 0)
                           PERFORM GuardarConta
                       END-IF
               END-READ
           END-PERFORM
           .

       GuardarConta.
           IF WS-Qtd-Anon < WS-Max-Anon
               ADD 1 TO WS-Qtd-Anon
               MOVE Mutuario-Numero TO WS-Anon-Numero(WS-Qtd-Anon)
               MOVE Mutuario-Data-Fecho
                   TO WS-Anon-Data-Fecho(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Loans(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Hist(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Reservas(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Multas(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Recibos(WS-Qtd-Anon)
               MOVE 0 TO WS-Anon-Notif(WS-Qtd-Anon)
           ELSE
               MOVE 'S' TO WS-Aviso-Anon
           END-IF
           .

      *> Ficheiro que ainda nao existe nao tem nada a anonimizar;
      *> qualquer outro erro de abertura para o trabalho.
       AbrirFicheirosLeitor.
           OPEN I-O LoansFile
           IF NOT Loans-Nao-Existe
               MOVE WS-Loans-Status TO WS-Status-Abrir
               MOVE "loans.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Loans
           END-IF
           OPEN I-O HistFile
           IF NOT Hist-Nao-Existe
               MOVE WS-Hist-Status TO WS-Status-Abrir
               MOVE "loanhist.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Hist
           END-IF
           OPEN I-O ReservasFile
           IF NOT Reservas-Nao-Existe
               MOVE WS-Reservas-Status TO WS-Status-Abrir
               MOVE "reservas.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Reservas
           END-IF
           OPEN I-O MultasFile
           IF NOT Multas-Nao-Existe
               MOVE WS-Multas-Status TO WS-Status-Abrir
               MOVE "multas.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Multas
           END-IF
           OPEN I-O RecibosFile
           IF NOT Recibos-Nao-Existe
               MOVE WS-Recibos-Status TO WS-Status-Abrir
               MOVE "recibos.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Recibos
           END-IF
           OPEN I-O NotificacoesFile
           IF NOT Notif-Nao-Existe
               MOVE WS-Notif-Status TO WS-Status-Abrir
               MOVE "notificacoes.dat" TO WS-Ficheiro-Abrir
               PERFORM VerificarAbertura
               MOVE 'S' TO WS-Ha-Notif
           END-IF
           .

       FecharFicheirosLeitor.
           IF WS-Ha-Loans = 'S'
               CLOSE LoansFile
           END-IF
           IF WS-Ha-Hist = 'S'
               CLOSE HistFile
           END-IF
           IF WS-Ha-Reservas = 'S'
               CLOSE ReservasFile
           END-IF
           IF WS-Ha-Multas = 'S'
               CLOSE MultasFile
           END-IF
           IF WS-Ha-Recibos = 'S'
               CLOSE RecibosFile
           END-IF
           IF WS-Ha-Notif = 'S'
               CLOSE NotificacoesFile
           END-IF
           .

       AnonimizarLoans.
           IF WS-Ha-Loans = 'S'
               MOVE WS-Numero-Atual TO Loan-Mutuario-Numero
               START LoansFile KEY IS EQUAL Loan-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ LoansFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Loan-Mutuario-Numero
                                           NOT = WS-Numero-Atual
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       MOVE WS-Nome-Anonimo
                                           TO Loan-Mutuario
                                       REWRITE LoanRegistro
                                       ADD 1 TO WS-Anon-Loans(WS-Idx)
                                       ADD 1 TO WS-Tot-Loans
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       AnonimizarHist.
           IF WS-Ha-Hist = 'S'
               MOVE WS-Numero-Atual TO Hist-Mutuario-Numero
               START HistFile KEY IS EQUAL Hist-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ HistFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Hist-Mutuario-Numero
                                           NOT = WS-Numero-Atual
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       MOVE WS-Nome-Anonimo
                                           TO Hist-Mutuario
                                       REWRITE HistRegistro
                                       ADD 1 TO WS-Anon-Hist(WS-Idx)
                                       ADD 1 TO WS-Tot-Hist
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       AnonimizarMultas.
           IF WS-Ha-Multas = 'S'
               MOVE WS-Numero-Atual TO Multa-Mutuario-Numero
               START MultasFile KEY IS EQUAL Multa-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ MultasFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Multa-Mutuario-Numero
                                           NOT = WS-Numero-Atual
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       MOVE WS-Nome-Anonimo
                                           TO Multa-Mutuario
                                       REWRITE MultaRegistro
                                       ADD 1 TO WS-Anon-Multas(WS-Idx)
                                       ADD 1 TO WS-Tot-Multas
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       AnonimizarRecibos.
           IF WS-Ha-Recibos = 'S'
               MOVE WS-Numero-Atual TO Recibo-Mutuario-Numero
               START RecibosFile KEY IS EQUAL Recibo-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ RecibosFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Recibo-Mutuario-Numero
                                           NOT = WS-Numero-Atual
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       MOVE WS-Nome-Anonimo
                                           TO Recibo-Mutuario
                                       REWRITE ReciboRegistro
                                       ADD 1 TO WS-Anon-Recibos(WS-Idx)
                                       ADD 1 TO WS-Tot-Recibos
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

      *> O destino (e-mail ou telefone) usado pela saida de avisos.
       AnonimizarNotificacoes.
           IF WS-Ha-Notif = 'S'
               MOVE WS-Numero-Atual TO Notif-Mutuario-Numero
               START NotificacoesFile
                   KEY IS EQUAL Notif-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ NotificacoesFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Notif-Mutuario-Numero
                                           NOT = WS-Numero-Atual
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       MOVE WS-Nome-Anonimo
                                           TO Notif-Destino
                                       REWRITE NotificacaoRegistro
                                       ADD 1 TO WS-Anon-Notif(WS-Idx)
                                       ADD 1 TO WS-Tot-Notif
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

      *> reservas.dat nao tem chave por mutuario: uma so passagem
      *> pelo ficheiro, confrontando cada reserva com a tabela.
       AnonimizarReservas.
           IF WS-Ha-Reservas = 'S'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ReservasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM VerificarReservaConta
                   END-READ
               END-PERFORM
           END-IF
           .

       VerificarReservaConta.
           MOVE 0 TO WS-Achado-Idx
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Qtd-Anon
               IF WS-Anon-Numero(WS-Idx) = Reserva-Mutuario-Numero
                   MOVE WS-Idx TO WS-Achado-Idx
                   MOVE WS-Qtd-Anon TO WS-Idx
               END-IF
           END-PERFORM
           IF WS-Achado-Idx > 0
               MOVE WS-Nome-Anonimo TO Reserva-Mutuario
               REWRITE ReservaRegistro
               ADD 1 TO WS-Anon-Reservas(WS-Achado-Idx)
               ADD 1 TO WS-Tot-Reservas
           END-IF
           .

       MarcarMutuario.
           MOVE WS-Anon-Numero(WS-Idx) TO Mutuario-Numero
           READ MutuariosFile
               INVALID KEY
                   DISPLAY "Mutuario " WS-Anon-Numero(WS-Idx)
                       " desapareceu do registo."
               NOT INVALID KEY
                   MOVE WS-Nome-Anonimo TO Mutuario-Nome
                   MOVE WS-Nome-Anonimo TO Mutuario-Telefone
                   MOVE WS-Nome-Anonimo TO Mutuario-Email
                   MOVE WS-Hoje TO Mutuario-Data-Anonimizacao
                   REWRITE MutuarioRegistro
                   ADD 1 TO WS-Tot-Mutuarios
                   MOVE Mutuario-Numero TO WS-Audit-Ref-Numero
                   MOVE "ANONIMIZAR" TO WS-Audit-Acao
                   CALL 'GravarAuditoria' USING WS-Audit-Acao
                       WS-Audit-Ref WS-Operador
                   PERFORM EscreverLinhaConta
           END-READ
           .

       EscreverLinhaConta.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Anon-Numero(WS-Idx) TO WS-Det-Numero
           MOVE WS-Anon-Data-Fecho(WS-Idx) TO WS-Det-Fecho
           MOVE WS-Anon-Loans(WS-Idx) TO WS-Det-Loans
           MOVE WS-Anon-Hist(WS-Idx) TO WS-Det-Hist
           MOVE WS-Anon-Reservas(WS-Idx) TO WS-Det-Reservas
           MOVE WS-Anon-Multas(WS-Idx) TO WS-Det-Multas
           MOVE WS-Anon-Recibos(WS-Idx) TO WS-Det-Recibos
           MOVE WS-Anon-Notif(WS-Idx) TO WS-Det-Notif
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           .

       EscreverControlo.
           IF WS-Linha-Count + 10 > WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           WRITE PrintLinha FROM WS-Titulo-Controlo
           ADD 2 TO WS-Linha-Count
           MOVE "mutuarios.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Mutuarios TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "loans.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Loans TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "loanhist.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Hist TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "reservas.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Reservas TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "multas.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Multas TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "recibos.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Recibos TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           MOVE "notificacoes.dat" TO WS-Ctl-Ficheiro
           MOVE WS-Tot-Notif TO WS-Ctl-Qtd
           PERFORM EscreverLinhaControlo
           .

       EscreverLinhaControlo.
           WRITE PrintLinha FROM WS-Linha-Controlo
           ADD 1 TO WS-Linha-Count
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Hoje TO WS-Cab-Hoje
           MOVE WS-Data-Corte TO WS-Cab-Corte
           MOVE WS-Dias-Retencao TO WS-Cab-Retencao
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           WRITE PrintLinha FROM WS-Cabecalho3 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-Linha-Count
           .
