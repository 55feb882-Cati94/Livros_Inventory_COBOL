      *> Borrower registry: keeps mutuarios.dat keyed by borrower
      *> number, with the add/edit/suspend menu the catalog has for
      *> books, plus the front-desk query "all open loans for
      *> borrower N" over LoansFile and the list of notices sent to
      *> the borrower by the nightly outbox, with the delivery result
      *> the gateway reported back.
      *> O encerramento de conta a pedido do leitor so e aceite sem
      *> emprestimos em aberto, multas pendentes nem reservas ativas;
      *> os dados pessoais saem depois no trabalho anual Anonimizar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-Loans-Status.

           SELECT NotificacoesFile ASSIGN TO 'notificacoes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Notif-Chave
               ALTERNATE RECORD KEY IS Notif-Numero
               ALTERNATE RECORD KEY IS Notif-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Notif-Status.

           SELECT MultasFile ASSIGN TO 'multas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Multa-Chave
               ALTERNATE RECORD KEY IS Multa-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Multas-Status.

           SELECT ReservasFile ASSIGN TO 'reservas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reserva-Chave
               ALTERNATE RECORD KEY IS Reserva-ISBN WITH DUPLICATES
               FILE STATUS IS WS-Reservas-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MutuariosFile.
       FD  LoansFile.
       COPY LOAN.

       FD  NotificacoesFile.
       COPY NOTIFICACAO.

       FD  MultasFile.
       COPY MULTA.

       FD  ReservasFile.
       COPY RESERVA.

       WORKING-STORAGE SECTION.
       01 WS-Mutuarios-Status PIC XX.
           88 Mutuarios-OK         VALUE '00'.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Loans-Status  PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Notif-Status  PIC XX.
           88 Notif-Nao-Existe VALUE '35'.
       01 WS-Multas-Status PIC XX.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Reservas-Status PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 Opcao            PIC 9.
       01 FimPrograma      PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 WS-EOF-Listar    PIC X VALUE 'N'.
       01 WS-EOF-Consulta  PIC X VALUE 'N'.
       01 WS-Abertos-Mutuario PIC 9(3) VALUE 0.
       01 WS-Avisos-Mutuario  PIC 9(5) VALUE 0.
       01 WS-Reservas-Mutuario PIC 9(3) VALUE 0.
       01 WS-Pendente-Mutuario PIC 9(7)V99 VALUE 0.
       01 WS-Pendente-Mostrar  PIC ZZZZZZ9.99.
       01 WS-Confirma-Fecho    PIC X VALUE 'N'.
       01 WS-Notif-Tipo-Desc  PIC X(14).
       01 WS-Notif-Canal-Desc PIC X(6).
       01 WS-Notif-Estado-Desc PIC X(10).
       01 WS-Operador      PIC X(8).
       01 WS-Supervisor    PIC X.
       01 WS-Audit-Acao    PIC X(10).
               DISPLAY "3 - Editar/Suspender Mutuario"
               DISPLAY "4 - Emprestimos de um Mutuario"
               DISPLAY "5 - Sair"
               DISPLAY "6 - Notificacoes de um Mutuario"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 3 PERFORM EditarSuspenderMutuario
                   WHEN 4 PERFORM ConsultarEmprestimosMutuario
                   WHEN 5 MOVE 'S' TO FimPrograma
                   WHEN 6 PERFORM ConsultarNotificacoesMutuario
               END-EVALUATE
           END-PERFORM
           STOP RUN.
           ACCEPT Mutuario-Telefone
           DISPLAY "Email:"
           ACCEPT Mutuario-Email
           PERFORM PedirCategoriaMutuario
           MOVE 'A' TO Mutuario-Estado
           MOVE 0 TO Mutuario-Data-Fecho
           MOVE 0 TO Mutuario-Data-Anonimizacao
           WRITE MutuarioRegistro
               INVALID KEY
                   DISPLAY "Falha ao gravar (numero duplicado)."
                       NOT AT END
                           DISPLAY Mutuario-Numero " - "
                               Mutuario-Nome " ("
                               Mutuario-Estado ") categoria:"
                               Mutuario-Categoria
                   END-READ
               END-PERFORM
               CLOSE MutuariosFile
                   DISPLAY "Mutuario nao encontrado."
               NOT INVALID KEY
                   DISPLAY Mutuario-Numero " - " Mutuario-Nome
                       " (" Mutuario-Estado ") categoria:"
                       Mutuario-Categoria
                   IF Mutuario-Fechado
                       DISPLAY "Conta encerrada em "
                           Mutuario-Data-Fecho "; sem alteracoes."
                   ELSE
                       DISPLAY "1 - Editar dados"
                       DISPLAY "2 - Suspender"
                       DISPLAY "3 - Reativar"
                       DISPLAY "4 - Encerrar conta"
                       DISPLAY "0 - Cancelar"
                       ACCEPT OpcaoEditar
                       EVALUATE OpcaoEditar
                           WHEN 1 PERFORM EditarDadosMutuario
                           WHEN 2 PERFORM SuspenderMutuario
                           WHEN 3 PERFORM ReativarMutuario
                           WHEN 4 PERFORM EncerrarMutuario
                           WHEN OTHER DISPLAY "Cancelado."
                       END-EVALUATE
                   END-IF
           END-READ
           CLOSE MutuariosFile
           .
           END-IF
           .

      *> Encerramento a pedido do leitor. Recusado enquanto houver
      *> emprestimos em aberto, multas por liquidar ou reservas
      *> pendentes/retidas; o numero e os valores ficam, os dados
      *> pessoais saem no trabalho anual de anonimizacao.
       EncerrarMutuario.
           MOVE Mutuario-Numero TO BuscaNumero
           PERFORM ContarAbertosEncerrar
           PERFORM SomarMultasEncerrar
           PERFORM ContarReservasEncerrar
           IF WS-Abertos-Mutuario > 0 OR WS-Pendente-Mutuario > 0
                   OR WS-Reservas-Mutuario > 0
               DISPLAY "Encerramento recusado:"
               IF WS-Abertos-Mutuario > 0
                   DISPLAY "   " WS-Abertos-Mutuario
                       " emprestimo(s) em aberto"
               END-IF
               IF WS-Pendente-Mutuario > 0
                   MOVE WS-Pendente-Mutuario TO WS-Pendente-Mostrar
                   DISPLAY "   multas pendentes: " WS-Pendente-Mostrar
               END-IF
               IF WS-Reservas-Mutuario > 0
                   DISPLAY "   " WS-Reservas-Mutuario
                       " reserva(s) ativa(s)"
               END-IF
           ELSE
               DISPLAY "Confirma o encerramento da conta? (S/N)"
               MOVE 'N' TO WS-Confirma-Fecho
               ACCEPT WS-Confirma-Fecho
               IF WS-Confirma-Fecho = 'S' OR WS-Confirma-Fecho = 's'
                   MOVE 'F' TO Mutuario-Estado
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO Mutuario-Data-Fecho
                   MOVE 0 TO Mutuario-Data-Anonimizacao
                   REWRITE MutuarioRegistro
                   MOVE Mutuario-Numero TO WS-Audit-Ref-Numero
                   MOVE "ENCERRAR" TO WS-Audit-Acao
                   CALL 'GravarAuditoria' USING WS-Audit-Acao
                       WS-Audit-Ref WS-Operador
                   DISPLAY "Conta encerrada."
               ELSE
                   DISPLAY "Cancelado."
               END-IF
           END-IF
           .

       ContarAbertosEncerrar.
           MOVE 0 TO WS-Abertos-Mutuario
           OPEN INPUT LoansFile
           IF NOT Loans-Nao-Existe
               MOVE BuscaNumero TO Loan-Mutuario-Numero
               START LoansFile KEY IS EQUAL Loan-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Consulta
                       PERFORM UNTIL WS-EOF-Consulta = 'S'
                           READ LoansFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF-Consulta
                               NOT AT END
                                   IF Loan-Mutuario-Numero
                                           NOT = BuscaNumero
                                       MOVE 'S' TO WS-EOF-Consulta
                                   ELSE
                                       IF Loan-Aberto
                                           ADD 1 TO
                                               WS-Abertos-Mutuario
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LoansFile
           END-IF
           .

       SomarMultasEncerrar.
           MOVE 0 TO WS-Pendente-Mutuario
           OPEN INPUT MultasFile
           IF NOT Multas-Nao-Existe
               MOVE BuscaNumero TO Multa-Mutuario-Numero
               START MultasFile KEY IS EQUAL Multa-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Consulta
                       PERFORM UNTIL WS-EOF-Consulta = 'S'
                           READ MultasFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF-Consulta
                               NOT AT END
                                   IF Multa-Mutuario-Numero
                                           NOT = BuscaNumero
                                       MOVE 'S' TO WS-EOF-Consulta
                                   ELSE
                                       IF Multa-Pendente
                                           COMPUTE
                                               WS-Pendente-Mutuario =
                                               WS-Pendente-Mutuario
                                               + Multa-Valor
                                               - Multa-Valor-Pago
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE MultasFile
           END-IF
           .

      *> reservas.dat nao tem chave por mutuario; percorre-se o
      *> ficheiro todo, como no extrato do leitor.
       ContarReservasEncerrar.
           MOVE 0 TO WS-Reservas-Mutuario
           OPEN INPUT ReservasFile
           IF NOT Reservas-Nao-Existe
               MOVE 'N' TO WS-EOF-Consulta
               PERFORM UNTIL WS-EOF-Consulta = 'S'
                   READ ReservasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Consulta
                       NOT AT END
                           IF Reserva-Mutuario-Numero = BuscaNumero
                                   AND (Reserva-Pendente
                                       OR Reserva-Retida)
                               ADD 1 TO WS-Reservas-Mutuario
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReservasFile
           END-IF
           .

       EditarDadosMutuario.
           DISPLAY "Novo nome:"
           ACCEPT Mutuario-Nome
           ACCEPT Mutuario-Telefone
           DISPLAY "Novo email:"
           ACCEPT Mutuario-Email
           PERFORM PedirCategoriaMutuario
           REWRITE MutuarioRegistro
           DISPLAY "Atualizado."
           .

      *> A categoria decide prazo, limites e taxa de multa do leitor
      *> (ver categorias.dat); so sao aceites os codigos conhecidos.
       PedirCategoriaMutuario.
           MOVE SPACE TO Mutuario-Categoria
           PERFORM UNTIL Mutuario-Categoria-Valida
               DISPLAY "Categoria (E = estudante, F = funcionario, "
                   "X = leitor externo, I = institucional):"
               ACCEPT Mutuario-Categoria
               MOVE FUNCTION UPPER-CASE(Mutuario-Categoria)
                   TO Mutuario-Categoria
               IF NOT Mutuario-Categoria-Valida
                   DISPLAY "Categoria invalida."
               END-IF
           END-PERFORM
           .

       ConsultarEmprestimosMutuario.
           DISPLAY "Numero do mutuario a consultar:"
           ACCEPT BuscaNumero
               CLOSE LoansFile
           END-IF
           .

       ConsultarNotificacoesMutuario.
           DISPLAY "Numero do mutuario a consultar:"
           ACCEPT BuscaNumero
           OPEN INPUT NotificacoesFile
           IF Notif-Nao-Existe
               DISPLAY "Ainda nao ha notificacoes registadas."
           ELSE
               MOVE 0 TO WS-Avisos-Mutuario
               MOVE BuscaNumero TO Notif-Mutuario-Numero
               START NotificacoesFile
                   KEY IS EQUAL Notif-Mutuario-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Consulta
                       PERFORM UNTIL WS-EOF-Consulta = 'S'
                           READ NotificacoesFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF-Consulta
                               NOT AT END
                                   IF Notif-Mutuario-Numero
                                           NOT = BuscaNumero
                                       MOVE 'S' TO WS-EOF-Consulta
                                   ELSE
                                       ADD 1 TO WS-Avisos-Mutuario
                                       PERFORM MostrarNotificacao
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               DISPLAY WS-Avisos-Mutuario " notificacao(oes)."
               CLOSE NotificacoesFile
           END-IF
           .

       MostrarNotificacao.
           EVALUATE TRUE
               WHEN Notif-Reserva-Pronta
                   MOVE "RESERVA PRONTA" TO WS-Notif-Tipo-Desc
               WHEN Notif-Prazo-Proximo
                   MOVE "FIM DE PRAZO" TO WS-Notif-Tipo-Desc
               WHEN OTHER
                   MOVE "EM ATRASO" TO WS-Notif-Tipo-Desc
           END-EVALUATE
           EVALUATE TRUE
               WHEN Notif-Email MOVE "E-MAIL" TO WS-Notif-Canal-Desc
               WHEN Notif-SMS   MOVE "SMS" TO WS-Notif-Canal-Desc
               WHEN OTHER       MOVE "PAPEL" TO WS-Notif-Canal-Desc
           END-EVALUATE
           EVALUATE TRUE
               WHEN Notif-Entregue
                   MOVE "ENTREGUE" TO WS-Notif-Estado-Desc
               WHEN Notif-Devolvida
                   MOVE "DEVOLVIDA" TO WS-Notif-Estado-Desc
               WHEN Notif-Impressa
                   MOVE "IMPRESSA" TO WS-Notif-Estado-Desc
               WHEN OTHER
                   MOVE "ENVIADA" TO WS-Notif-Estado-Desc
           END-EVALUATE
           DISPLAY Notif-Data-Envio " " WS-Notif-Tipo-Desc " "
               Notif-ISBN " " WS-Notif-Canal-Desc " "
               WS-Notif-Estado-Desc
           DISPLAY "        " Notif-Destino
           IF Notif-Devolvida OR Notif-Entregue
               DISPLAY "        resultado " Notif-Data-Resultado " "
                   Notif-Detalhe-Resultado
           END-IF
           .
