       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirCalendario.

      *> Closing-days calendar: keeps calendario.dat keyed by branch
      *> code + date, with the add/list/remove menu the other master
      *> files have. Local em branco fecha a biblioteca toda; um
      *> codigo de locais.dat fecha so essa sala. As datas 1 a 7
      *> marcam um fecho semanal (1 = segunda ... 7 = domingo). O
      *> ficheiro e lido por ConsultarCalendario para as datas
      *> previstas, prazos de reserva e dias de atraso. Alteracoes
      *> reservadas a supervisores e auditadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarioFile ASSIGN TO 'calendario.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Calendario-Chave
               FILE STATUS IS WS-Calendario-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarioFile.
       COPY CALENDARIO.

       WORKING-STORAGE SECTION.
       01 WS-Calendario-Status PIC XX.
           88 Calendario-Nao-Existe VALUE '35'.
       01 Opcao            PIC 9.
       01 FimPrograma      PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 WS-EOF-Listar    PIC X VALUE 'N'.
       01 WS-Operador      PIC X(8).
       01 WS-Supervisor    PIC X.
       01 WS-Local-Entrada PIC X(3).
       01 WS-Data-Valida   PIC X VALUE 'N'.
       01 WS-Data-Entrada  PIC 9(8).
       01 WS-Data-Digitos REDEFINES WS-Data-Entrada.
           05 WS-Data-AAAA PIC 9(4).
           05 WS-Data-MM   PIC 9(2).
           05 WS-Data-DD   PIC 9(2).
       01 WS-Dias-No-Mes    PIC 9(2).
       01 WS-Resto-Bissexto PIC 9(4).
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Audit-Ref.
           05 WS-Audit-Ref-Local PIC X(3).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-Audit-Ref-Data  PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MainLoopCalendario.
           CALL 'AbrirSessao' USING WS-Operador WS-Supervisor
           PERFORM UNTIL Fim
               DISPLAY "1 - Adicionar Dia de Fecho"
               DISPLAY "2 - Listar Dias de Fecho"
               DISPLAY "3 - Remover Dia de Fecho"
               DISPLAY "4 - Sair"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 1 PERFORM AdicionarDiaFecho
                   WHEN 2 PERFORM ListarDiasFecho
                   WHEN 3 PERFORM RemoverDiaFecho
                   WHEN 4 MOVE 'S' TO FimPrograma
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       AbrirCalendarioIO.
           OPEN I-O CalendarioFile
           IF Calendario-Nao-Existe
               OPEN OUTPUT CalendarioFile
               CLOSE CalendarioFile
               OPEN I-O CalendarioFile
           END-IF
           .

       PedirChaveCalendario.
           DISPLAY "Local (codigo; em branco = biblioteca toda):"
           ACCEPT WS-Local-Entrada
           DISPLAY "Data de fecho (AAAAMMDD, ou 1-7 para fecho "
               "semanal, 1 = segunda):"
           ACCEPT WS-Data-Entrada
           MOVE 'N' TO WS-Data-Valida
           IF WS-Data-Entrada IS NUMERIC
               IF WS-Data-Entrada >= 1 AND WS-Data-Entrada <= 7
                   MOVE 'S' TO WS-Data-Valida
               ELSE
                   PERFORM ValidarDataCalendario
               END-IF
           END-IF
           IF WS-Data-Valida = 'N'
               DISPLAY "Data invalida."
           END-IF
           .

       AdicionarDiaFecho.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               PERFORM PedirChaveCalendario
               IF WS-Data-Valida = 'S'
                   DISPLAY "Descricao (feriado, inventario, ...):"
                   ACCEPT Calendario-Descricao
                   MOVE WS-Local-Entrada TO Calendario-Local
                   MOVE WS-Data-Entrada TO Calendario-Data
                   PERFORM AbrirCalendarioIO
                   WRITE CalendarioRegistro
                       INVALID KEY
                           DISPLAY "Dia de fecho ja registado."
                       NOT INVALID KEY
                           MOVE "FECHO" TO WS-Audit-Acao
                           PERFORM AuditarCalendario
                           DISPLAY "Dia de fecho registado."
                   END-WRITE
                   CLOSE CalendarioFile
               END-IF
           END-IF
           .

       ListarDiasFecho.
           OPEN INPUT CalendarioFile
           IF Calendario-Nao-Existe
               DISPLAY "Ainda nao ha dias de fecho registados."
           ELSE
               MOVE 'N' TO WS-EOF-Listar
               PERFORM UNTIL WS-EOF-Listar = 'S'
                   READ CalendarioFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Listar
                       NOT AT END
                           DISPLAY "[" Calendario-Local "] "
                               Calendario-Data " - "
                               Calendario-Descricao
                   END-READ
               END-PERFORM
               CLOSE CalendarioFile
           END-IF
           .

       RemoverDiaFecho.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               PERFORM PedirChaveCalendario
               IF WS-Data-Valida = 'S'
                   PERFORM AbrirCalendarioIO
                   MOVE WS-Local-Entrada TO Calendario-Local
                   MOVE WS-Data-Entrada TO Calendario-Data
                   DELETE CalendarioFile RECORD
                       INVALID KEY
                           DISPLAY "Dia de fecho nao encontrado."
                       NOT INVALID KEY
                           MOVE "ABERTURA" TO WS-Audit-Acao
                           PERFORM AuditarCalendario
                           DISPLAY "Dia de fecho removido."
                   END-DELETE
                   CLOSE CalendarioFile
               END-IF
           END-IF
           .

       AuditarCalendario.
           MOVE WS-Local-Entrada TO WS-Audit-Ref-Local
           MOVE WS-Data-Entrada TO WS-Audit-Ref-Data
           CALL 'GravarAuditoria' USING WS-Audit-Acao WS-Audit-Ref
               WS-Operador
           .

      *> Valida WS-Data-Entrada como data de calendario real: mes
      *> 01-12 e dia dentro dos dias do mes, com fevereiro a 29 nos
      *> anos bissextos.
       ValidarDataCalendario.
           MOVE 'N' TO WS-Data-Valida
           IF WS-Data-Entrada IS NUMERIC
                   AND WS-Data-AAAA >= 1601
                   AND WS-Data-MM >= 01 AND WS-Data-MM <= 12
               PERFORM CalcularDiasNoMes
               IF WS-Data-DD >= 01
                       AND WS-Data-DD <= WS-Dias-No-Mes
                   MOVE 'S' TO WS-Data-Valida
               END-IF
           END-IF
           .

       CalcularDiasNoMes.
           EVALUATE WS-Data-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Dias-No-Mes
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-Dias-No-Mes
               WHEN 02
                   MOVE 28 TO WS-Dias-No-Mes
                   COMPUTE WS-Resto-Bissexto =
                       FUNCTION MOD(WS-Data-AAAA, 4)
                   IF WS-Resto-Bissexto = 0
                       COMPUTE WS-Resto-Bissexto =
                           FUNCTION MOD(WS-Data-AAAA, 100)
                       IF WS-Resto-Bissexto NOT = 0
                           MOVE 29 TO WS-Dias-No-Mes
                       ELSE
                           COMPUTE WS-Resto-Bissexto =
                               FUNCTION MOD(WS-Data-AAAA, 400)
                           IF WS-Resto-Bissexto = 0
                               MOVE 29 TO WS-Dias-No-Mes
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           .
