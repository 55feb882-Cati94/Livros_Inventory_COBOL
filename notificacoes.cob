       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerarNotificacoes.

      *> Nightly batch: builds the outbox for the e-mail/SMS gateway.
      *> Primeiro le o ficheiro de resultados que o gateway deixa
      *> (notificacoes.res) e marca cada aviso como entregue ou
      *> devolvido, para o balcao ver no leitor o que lhe foi enviado.
      *> Depois percorre as reservas retidas a espera de levantamento
      *> e os emprestimos abertos a vencer dentro do prazo configurado
      *> ou ja em atraso, e gera uma mensagem por acontecimento. Cada
      *> acontecimento fica registado em notificacoes.dat com chave
      *> propria, por isso correr o passo duas vezes nao volta a
      *> enviar o mesmo aviso. Leitores sem e-mail nem telefone vao
      *> para a lista de avisos em papel (avisos.prt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NotificacoesFile ASSIGN TO 'notificacoes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Notif-Chave
               ALTERNATE RECORD KEY IS Notif-Numero
               ALTERNATE RECORD KEY IS Notif-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Notif-Status.

           SELECT MutuariosFile ASSIGN TO 'mutuarios.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mutuario-Numero
               FILE STATUS IS WS-Mutuarios-Status.

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

           SELECT ReservasFile ASSIGN TO 'reservas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reserva-Chave
               ALTERNATE RECORD KEY IS Reserva-ISBN WITH DUPLICATES
               FILE STATUS IS WS-Reservas-Status.

           SELECT ConfigFile ASSIGN TO 'notificacoes.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT SequenciaFile ASSIGN TO 'notificacoes.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequencia-Status.

           SELECT ResultadosFile ASSIGN TO 'notificacoes.res'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resultados-Status.

           SELECT SaidaFile ASSIGN TO 'notificacoes.out'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PrintFile ASSIGN TO 'avisos.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NotificacoesFile.
       COPY NOTIFICACAO.

       FD  MutuariosFile.
       COPY MUTUARIO.

       FD  LivrosFile.
       COPY LIVRO.

       FD  LoansFile.
       COPY LOAN.

       FD  ReservasFile.
       COPY RESERVA.

      *> Dias de antecedencia do aviso de fim de prazo; 002 no
      *> ficheiro avisa dois dias antes da data prevista.
       FD  ConfigFile.
       01  ConfigRegistro.
           05 Cfg-Dias-Aviso PIC 9(3).

      *> Proximo numero de mensagem, lido e regravado a cada corrida.
       FD  SequenciaFile.
       01  SequenciaRegistro PIC 9(8).

      *> Resultado de entrega devolvido pelo gateway: numero da
      *> mensagem, E entregue ou D devolvida, data e motivo.
       FD  ResultadosFile.
       01  ResultadoRegistro.
           05 Res-Numero  PIC 9(8).
           05 Res-Estado  PIC X.
           05 Res-Data    PIC 9(8).
           05 Res-Detalhe PIC X(30).

      *> Caixa de saida para o gateway: uma mensagem por linha.
       FD  SaidaFile.
       01  SaidaRegistro.
           05 Saida-Numero   PIC 9(8).
           05 Saida-Canal    PIC X.
           05 Saida-Destino  PIC X(40).
           05 Saida-Mutuario PIC 9(5).
           05 Saida-Tipo     PIC X.
           05 Saida-Texto    PIC X(120).

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Notif-Status     PIC XX.
           88 Notif-Nao-Existe     VALUE '35'.
       01 WS-Mutuarios-Status PIC XX.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Livros-Status    PIC XX.
           88 Livros-Nao-Existe    VALUE '35'.
       01 WS-Loans-Status     PIC XX.
           88 Loans-Nao-Existe     VALUE '35'.
       01 WS-Reservas-Status  PIC XX.
           88 Reservas-Nao-Existe  VALUE '35'.
       01 WS-Config-Status    PIC XX.
           88 Config-Nao-Existe    VALUE '35'.
       01 WS-Sequencia-Status PIC XX.
           88 Sequencia-Nao-Existe VALUE '35'.
       01 WS-Resultados-Status PIC XX.
           88 Resultados-Nao-Existe VALUE '35'.
       01 WS-Ha-Mutuarios     PIC X VALUE 'N'.
       01 WS-Ha-Livros        PIC X VALUE 'N'.
       01 WS-EOF-Resultados   PIC X VALUE 'N'.
       01 WS-EOF-Loans        PIC X VALUE 'N'.
       01 WS-EOF-Reservas     PIC X VALUE 'N'.
       01 WS-Hoje             PIC 9(8).
       01 WS-Dias-Aviso       PIC 9(3) VALUE 2.
       01 WS-Dias-Faltam      PIC S9(5).
       01 WS-Proximo-Numero   PIC 9(8) VALUE 1.
       01 WS-Ja-Enviada       PIC X VALUE 'N'.
       01 WS-Titulo-Aviso     PIC X(50).
       01 WS-Nome-Aviso       PIC X(30).
       01 WS-Texto-Aviso      PIC X(120).
       01 WS-Data-Texto.
           05 WS-Dt-Dia PIC 99.
           05 FILLER    PIC X VALUE '-'.
           05 WS-Dt-Mes PIC 99.
           05 FILLER    PIC X VALUE '-'.
           05 WS-Dt-Ano PIC 9999.
       01 WS-Data-Trabalho    PIC 9(8).
       01 WS-Data-Partes REDEFINES WS-Data-Trabalho.
           05 WS-Dp-Ano PIC 9999.
           05 WS-Dp-Mes PIC 99.
           05 WS-Dp-Dia PIC 99.
       01 WS-Total-Email      PIC 9(5) VALUE 0.
       01 WS-Total-SMS        PIC 9(5) VALUE 0.
       01 WS-Total-Papel      PIC 9(5) VALUE 0.
       01 WS-Total-Repetidos  PIC 9(5) VALUE 0.
       01 WS-Total-Resultados PIC 9(5) VALUE 0.
       01 WS-Total-Devolvidas PIC 9(5) VALUE 0.
       01 WS-Linha-Count      PIC 9(3) VALUE 0.
       01 WS-Max-Linhas       PIC 9(3) VALUE 55.
       01 WS-Pagina           PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(37) VALUE
                             "AVISOS EM PAPEL A LEITORES".
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER PIC X(7)  VALUE "Numero".
           05 FILLER PIC X(31) VALUE "Mutuario".
           05 FILLER PIC X(18) VALUE "Aviso".
           05 FILLER PIC X(14) VALUE "ISBN".
           05 FILLER PIC X(31) VALUE "Titulo".
           05 FILLER PIC X(11) VALUE "Data".
           05 FILLER PIC X(5)  VALUE "Local".

       01 WS-Linha-Aviso.
           05 WS-Av-Numero  PIC 9(5).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-Av-Nome    PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-Av-Tipo    PIC X(17).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-Av-ISBN    PIC X(13).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-Av-Titulo  PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-Av-Data    PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-Av-Local   PIC X(3).

       01 WS-Linha-Total.
           05 WS-Tot-Papel  PIC ZZZZ9.
           05 FILLER        PIC X(20) VALUE " aviso(s) em papel".

       PROCEDURE DIVISION.
       MainNotificacoes.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           PERFORM LerConfiguracao
           PERFORM LerSequencia
           PERFORM AbrirNotificacoesIO
           PERFORM LerResultadosGateway
           OPEN INPUT MutuariosFile
           IF NOT Mutuarios-Nao-Existe
               MOVE 'S' TO WS-Ha-Mutuarios
           END-IF
           OPEN INPUT LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE 'S' TO WS-Ha-Livros
           END-IF
           OPEN OUTPUT SaidaFile
           OPEN OUTPUT PrintFile
           PERFORM EscreverCabecalho
           PERFORM AvisarReservasRetidas
           PERFORM AvisarEmprestimos
           PERFORM EscreverTotalGeral
           CLOSE PrintFile
           CLOSE SaidaFile
           IF WS-Ha-Livros = 'S'
               CLOSE LivrosFile
           END-IF
           IF WS-Ha-Mutuarios = 'S'
               CLOSE MutuariosFile
           END-IF
           CLOSE NotificacoesFile
           PERFORM GravarSequencia
           DISPLAY WS-Total-Resultados " resultado(s) do gateway lido"
               "(s), " WS-Total-Devolvidas " devolvido(s)."
           DISPLAY WS-Total-Email " e-mail(s), " WS-Total-SMS
               " SMS, " WS-Total-Papel " aviso(s) em papel; "
               WS-Total-Repetidos " ja enviado(s) antes."
           DISPLAY "Mensagens em notificacoes.out; avisos em papel "
               "em avisos.prt."
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
                           MOVE Cfg-Dias-Aviso TO WS-Dias-Aviso
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF
           .

       LerSequencia.
           OPEN INPUT SequenciaFile
           IF NOT Sequencia-Nao-Existe
               READ SequenciaFile
                   AT END CONTINUE
                   NOT AT END
                       IF SequenciaRegistro IS NUMERIC
                           MOVE SequenciaRegistro TO WS-Proximo-Numero
                       END-IF
               END-READ
               CLOSE SequenciaFile
           END-IF
           .

       GravarSequencia.
           MOVE WS-Proximo-Numero TO SequenciaRegistro
           OPEN OUTPUT SequenciaFile
           WRITE SequenciaRegistro
           CLOSE SequenciaFile
           .

       AbrirNotificacoesIO.
           OPEN I-O NotificacoesFile
           IF Notif-Nao-Existe
               OPEN OUTPUT NotificacoesFile
               CLOSE NotificacoesFile
               OPEN I-O NotificacoesFile
           END-IF
           .

      *> Resultados de entrega: cada linha atualiza o aviso pelo
      *> numero da mensagem. Reler o mesmo ficheiro nao faz mal, o
      *> registo fica apenas com o ultimo resultado conhecido.
       LerResultadosGateway.
           OPEN INPUT ResultadosFile
           IF Resultados-Nao-Existe
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-Resultados
               PERFORM UNTIL WS-EOF-Resultados = 'S'
                   READ ResultadosFile
                       AT END MOVE 'S' TO WS-EOF-Resultados
                       NOT AT END PERFORM RegistarResultado
                   END-READ
               END-PERFORM
               CLOSE ResultadosFile
           END-IF
           .

       RegistarResultado.
           IF Res-Numero IS NUMERIC
                   AND (Res-Estado = 'E' OR Res-Estado = 'D')
               MOVE Res-Numero TO Notif-Numero
               READ NotificacoesFile KEY IS Notif-Numero
                   INVALID KEY
                       DISPLAY "Resultado para mensagem desconhecida: "
                           Res-Numero
                   NOT INVALID KEY
                       MOVE Res-Estado TO Notif-Estado
                       IF Res-Data IS NUMERIC
                           MOVE Res-Data TO Notif-Data-Resultado
                       ELSE
                           MOVE WS-Hoje TO Notif-Data-Resultado
                       END-IF
                       MOVE Res-Detalhe TO Notif-Detalhe-Resultado
                       REWRITE NotificacaoRegistro
                       ADD 1 TO WS-Total-Resultados
                       IF Notif-Devolvida
                           ADD 1 TO WS-Total-Devolvidas
                       END-IF
               END-READ
           END-IF
           .

      *> Reservas retidas: o exemplar espera no balcao de
      *> Reserva-Local ate Reserva-Data-Limite.
       AvisarReservasRetidas.
           OPEN INPUT ReservasFile
           IF Reservas-Nao-Existe
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-Reservas
               PERFORM UNTIL WS-EOF-Reservas = 'S'
                   READ ReservasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Reservas
                       NOT AT END
                           IF Reserva-Retida
                                   AND Reserva-Data-Limite >= WS-Hoje
                               PERFORM AvisarReserva
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReservasFile
           END-IF
           .

       AvisarReserva.
           MOVE 'R' TO Notif-Tipo
           MOVE Reserva-ISBN TO Notif-ISBN
           MOVE Reserva-Data TO Notif-Data-Origem
           MOVE Reserva-Hora TO Notif-Hora-Origem
           MOVE Reserva-Data-Limite TO Notif-Data-Evento
           PERFORM VerificarJaEnviada
           IF WS-Ja-Enviada = 'N'
               MOVE Reserva-Mutuario-Numero TO Notif-Mutuario-Numero
               MOVE Reserva-Local TO Notif-Local
               MOVE Reserva-Mutuario TO WS-Nome-Aviso
               PERFORM ProcurarTituloAviso
               MOVE Reserva-Data-Limite TO WS-Data-Trabalho
               PERFORM FormatarDataAviso
               MOVE SPACES TO WS-Texto-Aviso
               STRING "Reserva disponivel para levantamento no "
                   "balcao " DELIMITED BY SIZE
                   Reserva-Local DELIMITED BY SIZE
                   " ate " DELIMITED BY SIZE
                   WS-Data-Texto DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-Titulo-Aviso DELIMITED BY SIZE
                   INTO WS-Texto-Aviso
               END-STRING
               PERFORM EmitirAviso
           END-IF
           .

      *> Emprestimos abertos: aviso de fim de prazo quando faltam
      *> WS-Dias-Aviso dias ou menos, aviso de atraso depois da data
      *> prevista. A data prevista faz parte da chave, por isso uma
      *> renovacao volta a dar direito a ambos os avisos.
       AvisarEmprestimos.
           OPEN INPUT LoansFile
           IF Loans-Nao-Existe
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-Loans
               PERFORM UNTIL WS-EOF-Loans = 'S'
                   READ LoansFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Loans
                       NOT AT END
                           IF Loan-Aberto
                                   AND Loan-Data-Prevista > 0
                               PERFORM AvaliarEmprestimo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoansFile
           END-IF
           .

       AvaliarEmprestimo.
           COMPUTE WS-Dias-Faltam =
               FUNCTION INTEGER-OF-DATE(Loan-Data-Prevista)
               - FUNCTION INTEGER-OF-DATE(WS-Hoje)
           IF WS-Dias-Faltam < 0
               MOVE 'A' TO Notif-Tipo
               PERFORM AvisarEmprestimo
           ELSE
               IF WS-Dias-Faltam <= WS-Dias-Aviso
                   MOVE 'P' TO Notif-Tipo
                   PERFORM AvisarEmprestimo
               END-IF
           END-IF
           .

       AvisarEmprestimo.
           MOVE Loan-ISBN TO Notif-ISBN
           MOVE Loan-Data-Emprestimo TO Notif-Data-Origem
           MOVE Loan-Hora-Emprestimo TO Notif-Hora-Origem
           MOVE Loan-Data-Prevista TO Notif-Data-Evento
           PERFORM VerificarJaEnviada
           IF WS-Ja-Enviada = 'N'
               MOVE Loan-Mutuario-Numero TO Notif-Mutuario-Numero
               MOVE Loan-Local TO Notif-Local
               MOVE Loan-Mutuario TO WS-Nome-Aviso
               PERFORM ProcurarTituloAviso
               MOVE Loan-Data-Prevista TO WS-Data-Trabalho
               PERFORM FormatarDataAviso
               MOVE SPACES TO WS-Texto-Aviso
               IF Notif-Em-Atraso
                   STRING "Emprestimo em atraso desde "
                       DELIMITED BY SIZE
                       WS-Data-Texto DELIMITED BY SIZE
                       "; devolva no balcao " DELIMITED BY SIZE
                       Loan-Local DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-Titulo-Aviso DELIMITED BY SIZE
                       INTO WS-Texto-Aviso
                   END-STRING
               ELSE
                   STRING "Emprestimo a devolver ate "
                       DELIMITED BY SIZE
                       WS-Data-Texto DELIMITED BY SIZE
                       " no balcao " DELIMITED BY SIZE
                       Loan-Local DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-Titulo-Aviso DELIMITED BY SIZE
                       INTO WS-Texto-Aviso
                   END-STRING
               END-IF
               PERFORM EmitirAviso
           END-IF
           .

       VerificarJaEnviada.
           MOVE 'N' TO WS-Ja-Enviada
           READ NotificacoesFile KEY IS Notif-Chave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Ja-Enviada
                   ADD 1 TO WS-Total-Repetidos
           END-READ
           .

       ProcurarTituloAviso.
           MOVE SPACES TO WS-Titulo-Aviso
           IF WS-Ha-Livros = 'S'
               MOVE Notif-ISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       MOVE Notif-ISBN TO WS-Titulo-Aviso
                   NOT INVALID KEY
                       MOVE Titulo TO WS-Titulo-Aviso
               END-READ
           ELSE
               MOVE Notif-ISBN TO WS-Titulo-Aviso
           END-IF
           .

       FormatarDataAviso.
           MOVE WS-Dp-Dia TO WS-Dt-Dia
           MOVE WS-Dp-Mes TO WS-Dt-Mes
           MOVE WS-Dp-Ano TO WS-Dt-Ano
           .

      *> Canal: e-mail se o leitor o tiver, senao SMS para o
      *> telefone, senao aviso em papel. O registo e gravado antes de
      *> a mensagem sair para que o numero fique sempre reservado.
       EscolherCanal.
           MOVE 'P' TO Notif-Canal
           MOVE SPACES TO Notif-Destino
           IF WS-Ha-Mutuarios = 'S'
               MOVE Notif-Mutuario-Numero TO Mutuario-Numero
               READ MutuariosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Mutuario-Nome TO WS-Nome-Aviso
                       IF Mutuario-Email NOT = SPACES
                           MOVE 'E' TO Notif-Canal
                           MOVE Mutuario-Email TO Notif-Destino
                       ELSE
                           IF Mutuario-Telefone NOT = SPACES
                               MOVE 'S' TO Notif-Canal
                               MOVE Mutuario-Telefone
                                   TO Notif-Destino
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       EmitirAviso.
           PERFORM EscolherCanal
           MOVE WS-Proximo-Numero TO Notif-Numero
           ADD 1 TO WS-Proximo-Numero
           MOVE WS-Hoje TO Notif-Data-Envio
           MOVE ZEROS TO Notif-Data-Resultado
           MOVE SPACES TO Notif-Detalhe-Resultado
           IF Notif-Papel
               MOVE 'I' TO Notif-Estado
           ELSE
               MOVE 'G' TO Notif-Estado
           END-IF
           WRITE NotificacaoRegistro
               INVALID KEY
                   DISPLAY "Falha ao registar aviso " Notif-Numero
               NOT INVALID KEY
                   IF Notif-Papel
                       PERFORM ImprimirAviso
                   ELSE
                       PERFORM EscreverSaida
                   END-IF
           END-WRITE
           .

       EscreverSaida.
           MOVE Notif-Numero TO Saida-Numero
           MOVE Notif-Canal TO Saida-Canal
           MOVE Notif-Destino TO Saida-Destino
           MOVE Notif-Mutuario-Numero TO Saida-Mutuario
           MOVE Notif-Tipo TO Saida-Tipo
           MOVE WS-Texto-Aviso TO Saida-Texto
           WRITE SaidaRegistro
           IF Notif-Email
               ADD 1 TO WS-Total-Email
           ELSE
               ADD 1 TO WS-Total-SMS
           END-IF
           .

       ImprimirAviso.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE Notif-Mutuario-Numero TO WS-Av-Numero
           MOVE WS-Nome-Aviso TO WS-Av-Nome
           EVALUATE TRUE
               WHEN Notif-Reserva-Pronta
                   MOVE "RESERVA PRONTA" TO WS-Av-Tipo
               WHEN Notif-Prazo-Proximo
                   MOVE "FIM DE PRAZO" TO WS-Av-Tipo
               WHEN OTHER
                   MOVE "EM ATRASO" TO WS-Av-Tipo
           END-EVALUATE
           MOVE Notif-ISBN TO WS-Av-ISBN
           MOVE WS-Titulo-Aviso TO WS-Av-Titulo
           MOVE WS-Data-Texto TO WS-Av-Data
           MOVE Notif-Local TO WS-Av-Local
           WRITE PrintLinha FROM WS-Linha-Aviso
           ADD 1 TO WS-Linha-Count
           ADD 1 TO WS-Total-Papel
           .

       EscreverTotalGeral.
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           MOVE WS-Total-Papel TO WS-Tot-Papel
           WRITE PrintLinha FROM WS-Linha-Total
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .
