       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioAtividade.

      *> Operator activity report for a day or a period. Le o
      *> audit.log e conta, por operador, as adicoes, edicoes,
      *> remocoes, emprestimos, devolucoes, renovacoes e ajustes de
      *> inventario; do diario de recibos (recibos.dat) soma os
      *> pagamentos (P) e as isencoes (I) de cada operador.
      *>
      *> Numa pagina separada lista as excecoes para os
      *> supervisores: isencoes acima do limite configurado, acoes
      *> fora do horario de abertura ou em dia de fecho, acoes de
      *> operadores bloqueados em operadores.dat e acoes reservadas a
      *> supervisores feitas com a sessao BALCAO. Os trabalhos batch
      *> (SISTEMA, CAIXA, IMPORTAR, ARQUIVO) correm de noite de
      *> proposito e nao contam como fora de horas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO 'audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT RecibosFile ASSIGN TO 'recibos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Recibo-Numero
               ALTERNATE RECORD KEY IS Recibo-Mutuario-Numero
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Recibo-Data WITH DUPLICATES
               FILE STATUS IS WS-Recibos-Status.

           SELECT OperadoresFile ASSIGN TO 'operadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Operador-Codigo
               FILE STATUS IS WS-Operadores-Status.

           SELECT ConfigFile ASSIGN TO 'atividade.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT PrintFile ASSIGN TO 'atividade.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditFile.
       01  AuditLinha.
           05 Audit-DataHora PIC X(14).
           05 FILLER         PIC X(1).
           05 Audit-Acao     PIC X(10).
           05 FILLER         PIC X(1).
           05 Audit-ISBN     PIC X(13).
           05 FILLER         PIC X(1).
           05 Audit-Operador PIC X(8).
           05 FILLER         PIC X(32).

       FD  RecibosFile.
       COPY RECIBO.

       FD  OperadoresFile.
       COPY OPERADOR.

      *> Limite das isencoes com dois decimais implicitos e horario
      *> de abertura HHMM-HHMM; 000100009002000 no ficheiro sao 10,00
      *> e das 09:00 as 20:00.
       FD  ConfigFile.
       01  ConfigRegistro.
           05 Cfg-Limite-Isencao PIC 9(5)V99.
           05 Cfg-Hora-Abertura  PIC 9(4).
           05 Cfg-Hora-Fecho     PIC 9(4).

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status     PIC XX.
           88 Audit-Nao-Existe VALUE '35'.
       01 WS-Recibos-Status   PIC XX.
           88 Recibos-Nao-Existe VALUE '35'.
       01 WS-Operadores-Status PIC XX.
           88 Operadores-Nao-Existe VALUE '35'.
       01 WS-Config-Status    PIC XX.
           88 Config-Nao-Existe VALUE '35'.
       01 WS-Ha-Operadores    PIC X VALUE 'N'.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-Data-Inicio      PIC 9(8).
       01 WS-Data-Fim         PIC 9(8).
       01 WS-Limite-Isencao   PIC 9(5)V99 VALUE 10.00.
       01 WS-Hora-Abertura    PIC 9(4) VALUE 0900.
       01 WS-Hora-Fecho       PIC 9(4) VALUE 2000.
       01 WS-Linha-Data       PIC 9(8).
       01 WS-Linha-Hora       PIC 9(4).
       01 WS-Data-Verificada  PIC 9(8) VALUE 0.
       01 WS-Dia-Fechado      PIC X VALUE 'N'.
       01 WS-Op-Achado        PIC X VALUE 'N'.
       01 WS-Op-Bloqueado     PIC X VALUE 'N'.
       01 WS-Op-Nome          PIC X(30).
       01 WS-Op-Verificar     PIC X(8).
           88 Operador-De-Batch VALUE "SISTEMA" "CAIXA" "IMPORTAR"
                                      "ARQUIVO".
           88 Operador-Balcao   VALUE "BALCAO".
      *> Acoes que so um supervisor pode fazer no balcao.
       01 WS-Acao-Verificar   PIC X(10).
           88 Acao-De-Supervisor VALUE "REMOVER" "ISENTAR" "REATIVAR"
                                       "AJUSTAR" "CATEGORIA" "FECHO"
                                       "ABERTURA" "FORNECEDOR"
                                       "ENCOMENDAR" "RECUPERAR"
                                       "CANCENC".
      *> Parametros de ConsultarCalendario (dias de fecho).
       01 WS-Cal-Funcao       PIC X.
       01 WS-Cal-Local        PIC X(3).
       01 WS-Cal-Inicio       PIC 9(8).
       01 WS-Cal-Fim          PIC 9(8).
       01 WS-Cal-Dias         PIC S9(5).

      *> Contagens por operador, acumuladas na primeira passagem.
       01 WS-Qtd-Operadores   PIC 9(3) VALUE 0.
       01 WS-Max-Operadores   PIC 9(3) VALUE 100.
       01 WS-Aviso-Operadores PIC X VALUE 'N'.
       01 WS-Tabela-Operadores.
           05 WS-Op-Entrada OCCURS 100 TIMES.
               10 WS-Op-Codigo       PIC X(8).
               10 WS-Op-Adicoes      PIC 9(5).
               10 WS-Op-Edicoes      PIC 9(5).
               10 WS-Op-Remocoes     PIC 9(5).
               10 WS-Op-Emprestimos  PIC 9(5).
               10 WS-Op-Devolucoes   PIC 9(5).
               10 WS-Op-Renovacoes   PIC 9(5).
               10 WS-Op-Ajustes      PIC 9(5).
               10 WS-Op-Outras       PIC 9(5).
               10 WS-Op-Qtd-Pag      PIC 9(5).
               10 WS-Op-Valor-Pag    PIC 9(7)V99.
               10 WS-Op-Qtd-Isen     PIC 9(5).
               10 WS-Op-Valor-Isen   PIC 9(7)V99.
       01 WS-Idx              PIC 9(3).
       01 WS-Achado-Idx       PIC 9(3).
       01 WS-Codigo-Procura   PIC X(8).
       01 WS-Tot-Adicoes      PIC 9(6) VALUE 0.
       01 WS-Tot-Edicoes      PIC 9(6) VALUE 0.
       01 WS-Tot-Remocoes     PIC 9(6) VALUE 0.
       01 WS-Tot-Emprestimos  PIC 9(6) VALUE 0.
       01 WS-Tot-Devolucoes   PIC 9(6) VALUE 0.
       01 WS-Tot-Renovacoes   PIC 9(6) VALUE 0.
       01 WS-Tot-Ajustes      PIC 9(6) VALUE 0.
       01 WS-Tot-Outras       PIC 9(6) VALUE 0.
       01 WS-Tot-Qtd-Pag      PIC 9(6) VALUE 0.
       01 WS-Tot-Valor-Pag    PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Qtd-Isen     PIC 9(6) VALUE 0.
       01 WS-Tot-Valor-Isen   PIC 9(7)V99 VALUE 0.
       01 WS-Tot-Excecoes     PIC 9(6) VALUE 0.

       01 WS-Linha-Count      PIC 9(3) VALUE 0.
       01 WS-Max-Linhas       PIC 9(3) VALUE 55.
       01 WS-Pagina           PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-Cab-Titulo PIC X(32).
           05 WS-Cab-Inicio PIC 9(8).
           05 FILLER        PIC X(3)  VALUE " a ".
           05 WS-Cab-Fim    PIC 9(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2-Atividade.
           05 FILLER PIC X(30) VALUE "Operador".
           05 FILLER PIC X(6)  VALUE "  Adic".
           05 FILLER PIC X(6)  VALUE "  Edit".
           05 FILLER PIC X(6)  VALUE " Remov".
           05 FILLER PIC X(6)  VALUE "  Empr".
           05 FILLER PIC X(6)  VALUE " Devol".
           05 FILLER PIC X(6)  VALUE " Renov".
           05 FILLER PIC X(6)  VALUE " Ajust".
           05 FILLER PIC X(6)  VALUE " Outr.".
           05 FILLER PIC X(18) VALUE "    Pagamentos".
           05 FILLER PIC X(18) VALUE "      Isencoes".

       01 WS-Cabecalho2-Excecoes.
           05 FILLER PIC X(9)  VALUE "Data".
           05 FILLER PIC X(7)  VALUE "Hora".
           05 FILLER PIC X(9)  VALUE "Operador".
           05 FILLER PIC X(11) VALUE "Acao".
           05 FILLER PIC X(14) VALUE "Referencia".
           05 FILLER PIC X(33) VALUE "Motivo".
           05 FILLER PIC X(10) VALUE "Valor".

       01 WS-Linha-Operador.
           05 WS-Lo-Codigo    PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Nome      PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Adicoes   PIC ZZZZZ9.
           05 WS-Lo-Edicoes   PIC ZZZZZ9.
           05 WS-Lo-Remocoes  PIC ZZZZZ9.
           05 WS-Lo-Emprest   PIC ZZZZZ9.
           05 WS-Lo-Devolucoes PIC ZZZZZ9.
           05 WS-Lo-Renovacoes PIC ZZZZZ9.
           05 WS-Lo-Ajustes   PIC ZZZZZ9.
           05 WS-Lo-Outras    PIC ZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Qtd-Pag   PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Valor-Pag PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Qtd-Isen  PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lo-Valor-Isen PIC ZZZZZZ9.99.

       01 WS-Linha-Excecao.
           05 WS-Ex-Data      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Hora      PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Operador  PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Acao      PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Ref       PIC X(13).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Motivo    PIC X(32).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Ex-Valor     PIC ZZZZZZ9.99.

       01 WS-Linha-Aviso-Tabela PIC X(60) VALUE
           "AVISO: mais operadores do que a tabela; contagens parciais".
       01 WS-Linha-Sem-Excecoes PIC X(40) VALUE
           "   (nenhuma excecao no periodo)".
       01 WS-Linha-Tot-Excecoes.
           05 WS-Te-Qtd       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE " excecao(oes".
           05 FILLER          PIC X(1)  VALUE ")".

       PROCEDURE DIVISION.
       MainAtividade.
           DISPLAY "Data inicial (AAAAMMDD, 0 = hoje):"
           ACCEPT WS-Data-Inicio
           IF WS-Data-Inicio = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Data-Inicio
           END-IF
           DISPLAY "Data final (AAAAMMDD, 0 = mesma data):"
           ACCEPT WS-Data-Fim
           IF WS-Data-Fim = ZEROS OR WS-Data-Fim < WS-Data-Inicio
               MOVE WS-Data-Inicio TO WS-Data-Fim
           END-IF
           PERFORM LerConfiguracao
           OPEN INPUT OperadoresFile
           IF NOT Operadores-Nao-Existe
               MOVE 'S' TO WS-Ha-Operadores
           END-IF
           PERFORM ContarAuditoria
           PERFORM SomarRecibos
           OPEN OUTPUT PrintFile
           MOVE "ATIVIDADE POR OPERADOR - " TO WS-Cab-Titulo
           PERFORM EscreverCabecalho
           PERFORM EscreverAtividade
           MOVE "EXCECOES - " TO WS-Cab-Titulo
           PERFORM EscreverCabecalho
           PERFORM ListarExcecoesAuditoria
           PERFORM ListarIsencoesAcimaLimite
           PERFORM EscreverTotalExcecoes
           CLOSE PrintFile
           IF WS-Ha-Operadores = 'S'
               CLOSE OperadoresFile
           END-IF
           DISPLAY WS-Qtd-Operadores " operador(es), "
               WS-Tot-Excecoes " excecao(oes); relatorio em "
               "atividade.prt."
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
                           MOVE Cfg-Limite-Isencao
                               TO WS-Limite-Isencao
                           MOVE Cfg-Hora-Abertura TO WS-Hora-Abertura
                           MOVE Cfg-Hora-Fecho TO WS-Hora-Fecho
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF
           .

      *> Primeira passagem: contagens por operador.
       ContarAuditoria.
           OPEN INPUT AuditFile
           IF Audit-Nao-Existe
               DISPLAY "Ainda nao ha registo de auditoria."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ AuditFile
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF Audit-DataHora(1:8) >= WS-Data-Inicio
                                   AND Audit-DataHora(1:8)
                                       <= WS-Data-Fim
                               PERFORM ContarAcao
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF
           .

       ContarAcao.
           MOVE Audit-Operador TO WS-Codigo-Procura
           PERFORM ProcurarOperadorTabela
           IF WS-Achado-Idx > 0
               EVALUATE Audit-Acao
                   WHEN "ADICIONAR"
                       ADD 1 TO WS-Op-Adicoes(WS-Achado-Idx)
                   WHEN "EDITAR"
                       ADD 1 TO WS-Op-Edicoes(WS-Achado-Idx)
                   WHEN "REMOVER"
                       ADD 1 TO WS-Op-Remocoes(WS-Achado-Idx)
                   WHEN "EMPRESTAR"
                       ADD 1 TO WS-Op-Emprestimos(WS-Achado-Idx)
                   WHEN "DEVOLVER"
                       ADD 1 TO WS-Op-Devolucoes(WS-Achado-Idx)
                   WHEN "RENOVAR"
                       ADD 1 TO WS-Op-Renovacoes(WS-Achado-Idx)
                   WHEN "AJUSTAR"
                       ADD 1 TO WS-Op-Ajustes(WS-Achado-Idx)
                   WHEN OTHER
                       ADD 1 TO WS-Op-Outras(WS-Achado-Idx)
               END-EVALUATE
           END-IF
           .

      *> Devolve em WS-Achado-Idx a linha do operador, criando-a se
      *> ainda nao existir; 0 quando a tabela esta cheia.
       ProcurarOperadorTabela.
           MOVE 0 TO WS-Achado-Idx
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Qtd-Operadores
               IF WS-Op-Codigo(WS-Idx) = WS-Codigo-Procura
                   MOVE WS-Idx TO WS-Achado-Idx
                   MOVE WS-Qtd-Operadores TO WS-Idx
               END-IF
           END-PERFORM
           IF WS-Achado-Idx = 0
               IF WS-Qtd-Operadores < WS-Max-Operadores
                   ADD 1 TO WS-Qtd-Operadores
                   MOVE WS-Qtd-Operadores TO WS-Achado-Idx
                   INITIALIZE WS-Op-Entrada(WS-Achado-Idx)
                   MOVE WS-Codigo-Procura
                       TO WS-Op-Codigo(WS-Achado-Idx)
               ELSE
                   MOVE 'S' TO WS-Aviso-Operadores
               END-IF
           END-IF
           .

       SomarRecibos.
           OPEN INPUT RecibosFile
           IF Recibos-Nao-Existe
               CONTINUE
           ELSE
               MOVE WS-Data-Inicio TO Recibo-Data
               START RecibosFile KEY IS NOT LESS Recibo-Data
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ RecibosFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Recibo-Data > WS-Data-Fim
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       PERFORM SomarRecibo
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE RecibosFile
           END-IF
           .

       SomarRecibo.
           IF Recibo-Pagamento OR Recibo-Isencao
               MOVE Recibo-Operador TO WS-Codigo-Procura
               PERFORM ProcurarOperadorTabela
               IF WS-Achado-Idx > 0
                   IF Recibo-Pagamento
                       ADD 1 TO WS-Op-Qtd-Pag(WS-Achado-Idx)
                       ADD Recibo-Valor
                           TO WS-Op-Valor-Pag(WS-Achado-Idx)
                   ELSE
                       ADD 1 TO WS-Op-Qtd-Isen(WS-Achado-Idx)
                       ADD Recibo-Valor
                           TO WS-Op-Valor-Isen(WS-Achado-Idx)
                   END-IF
               END-IF
           END-IF
           .

       EscreverAtividade.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Qtd-Operadores
               PERFORM EscreverLinhaOperador
           END-PERFORM
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           MOVE "TOTAL" TO WS-Lo-Codigo
           MOVE SPACES TO WS-Lo-Nome
           MOVE WS-Tot-Adicoes TO WS-Lo-Adicoes
           MOVE WS-Tot-Edicoes TO WS-Lo-Edicoes
           MOVE WS-Tot-Remocoes TO WS-Lo-Remocoes
           MOVE WS-Tot-Emprestimos TO WS-Lo-Emprest
           MOVE WS-Tot-Devolucoes TO WS-Lo-Devolucoes
           MOVE WS-Tot-Renovacoes TO WS-Lo-Renovacoes
           MOVE WS-Tot-Ajustes TO WS-Lo-Ajustes
           MOVE WS-Tot-Outras TO WS-Lo-Outras
           MOVE WS-Tot-Qtd-Pag TO WS-Lo-Qtd-Pag
           MOVE WS-Tot-Valor-Pag TO WS-Lo-Valor-Pag
           MOVE WS-Tot-Qtd-Isen TO WS-Lo-Qtd-Isen
           MOVE WS-Tot-Valor-Isen TO WS-Lo-Valor-Isen
           WRITE PrintLinha FROM WS-Linha-Operador
           IF WS-Aviso-Operadores = 'S'
               WRITE PrintLinha FROM WS-Linha-Aviso-Tabela
           END-IF
           .

       EscreverLinhaOperador.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Op-Codigo(WS-Idx) TO WS-Op-Verificar
           PERFORM ProcurarOperadorMestre
           MOVE WS-Op-Codigo(WS-Idx) TO WS-Lo-Codigo
           MOVE WS-Op-Nome TO WS-Lo-Nome
           MOVE WS-Op-Adicoes(WS-Idx) TO WS-Lo-Adicoes
           MOVE WS-Op-Edicoes(WS-Idx) TO WS-Lo-Edicoes
           MOVE WS-Op-Remocoes(WS-Idx) TO WS-Lo-Remocoes
           MOVE WS-Op-Emprestimos(WS-Idx) TO WS-Lo-Emprest
           MOVE WS-Op-Devolucoes(WS-Idx) TO WS-Lo-Devolucoes
           MOVE WS-Op-Renovacoes(WS-Idx) TO WS-Lo-Renovacoes
           MOVE WS-Op-Ajustes(WS-Idx) TO WS-Lo-Ajustes
           MOVE WS-Op-Outras(WS-Idx) TO WS-Lo-Outras
           MOVE WS-Op-Qtd-Pag(WS-Idx) TO WS-Lo-Qtd-Pag
           MOVE WS-Op-Valor-Pag(WS-Idx) TO WS-Lo-Valor-Pag
           MOVE WS-Op-Qtd-Isen(WS-Idx) TO WS-Lo-Qtd-Isen
           MOVE WS-Op-Valor-Isen(WS-Idx) TO WS-Lo-Valor-Isen
           WRITE PrintLinha FROM WS-Linha-Operador
           ADD 1 TO WS-Linha-Count
           ADD WS-Op-Adicoes(WS-Idx) TO WS-Tot-Adicoes
           ADD WS-Op-Edicoes(WS-Idx) TO WS-Tot-Edicoes
           ADD WS-Op-Remocoes(WS-Idx) TO WS-Tot-Remocoes
           ADD WS-Op-Emprestimos(WS-Idx) TO WS-Tot-Emprestimos
           ADD WS-Op-Devolucoes(WS-Idx) TO WS-Tot-Devolucoes
           ADD WS-Op-Renovacoes(WS-Idx) TO WS-Tot-Renovacoes
           ADD WS-Op-Ajustes(WS-Idx) TO WS-Tot-Ajustes
           ADD WS-Op-Outras(WS-Idx) TO WS-Tot-Outras
           ADD WS-Op-Qtd-Pag(WS-Idx) TO WS-Tot-Qtd-Pag
           ADD WS-Op-Valor-Pag(WS-Idx) TO WS-Tot-Valor-Pag
           ADD WS-Op-Qtd-Isen(WS-Idx) TO WS-Tot-Qtd-Isen
           ADD WS-Op-Valor-Isen(WS-Idx) TO WS-Tot-Valor-Isen
           .

      *> Nome e estado atuais do operador em operadores.dat; codigos
      *> que nao estao no ficheiro (BALCAO, trabalhos batch) ficam
      *> sem nome e nunca contam como bloqueados.
       ProcurarOperadorMestre.
           MOVE SPACES TO WS-Op-Nome
           MOVE 'N' TO WS-Op-Achado
           MOVE 'N' TO WS-Op-Bloqueado
           IF WS-Ha-Operadores = 'S'
               MOVE WS-Op-Verificar TO Operador-Codigo
               READ OperadoresFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Op-Achado
                       MOVE Operador-Nome TO WS-Op-Nome
                       IF Operador-Bloqueado
                           MOVE 'S' TO WS-Op-Bloqueado
                       END-IF
               END-READ
           END-IF
           .

      *> Segunda passagem: cada linha do periodo e verificada contra
      *> as regras; uma linha pode dar mais do que uma excecao.
       ListarExcecoesAuditoria.
           OPEN INPUT AuditFile
           IF Audit-Nao-Existe
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ AuditFile
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF Audit-DataHora(1:8) >= WS-Data-Inicio
                                   AND Audit-DataHora(1:8)
                                       <= WS-Data-Fim
                               PERFORM VerificarLinhaAuditoria
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF
           .

       VerificarLinhaAuditoria.
           MOVE Audit-DataHora(1:8) TO WS-Linha-Data
           MOVE Audit-DataHora(9:4) TO WS-Linha-Hora
           MOVE Audit-Operador TO WS-Op-Verificar
           MOVE Audit-Acao TO WS-Acao-Verificar
           MOVE SPACES TO WS-Linha-Excecao
           MOVE WS-Linha-Data TO WS-Ex-Data
           MOVE Audit-DataHora(9:6) TO WS-Ex-Hora
           MOVE Audit-Operador TO WS-Ex-Operador
           MOVE Audit-Acao TO WS-Ex-Acao
           MOVE Audit-ISBN TO WS-Ex-Ref
           IF NOT Operador-De-Batch
               PERFORM VerificarDiaFechado
               IF WS-Dia-Fechado = 'S'
                   MOVE "ACAO EM DIA DE FECHO" TO WS-Ex-Motivo
                   PERFORM EscreverExcecao
               ELSE
                   IF WS-Linha-Hora < WS-Hora-Abertura
                           OR WS-Linha-Hora >= WS-Hora-Fecho
                       MOVE "ACAO FORA DO HORARIO" TO WS-Ex-Motivo
                       PERFORM EscreverExcecao
                   END-IF
               END-IF
           END-IF
           PERFORM ProcurarOperadorMestre
           IF WS-Op-Bloqueado = 'S'
               MOVE "OPERADOR BLOQUEADO" TO WS-Ex-Motivo
               PERFORM EscreverExcecao
           END-IF
           IF Operador-Balcao AND Acao-De-Supervisor
               MOVE "ACAO DE SUPERVISOR SOB BALCAO" TO WS-Ex-Motivo
               PERFORM EscreverExcecao
           END-IF
           .

      *> Dia fechado para a biblioteca toda segundo o calendario; o
      *> registo vem por ordem de data, por isso so se pergunta ao
      *> calendario quando a data muda.
       VerificarDiaFechado.
           IF WS-Linha-Data NOT = WS-Data-Verificada
               MOVE WS-Linha-Data TO WS-Data-Verificada
               MOVE 'P' TO WS-Cal-Funcao
               MOVE SPACES TO WS-Cal-Local
               MOVE WS-Linha-Data TO WS-Cal-Inicio
               CALL 'ConsultarCalendario' USING WS-Cal-Funcao
                   WS-Cal-Local WS-Cal-Inicio WS-Cal-Fim WS-Cal-Dias
               IF WS-Cal-Fim NOT = WS-Linha-Data
                   MOVE 'S' TO WS-Dia-Fechado
               ELSE
                   MOVE 'N' TO WS-Dia-Fechado
               END-IF
           END-IF
           .

       ListarIsencoesAcimaLimite.
           OPEN INPUT RecibosFile
           IF Recibos-Nao-Existe
               CONTINUE
           ELSE
               MOVE WS-Data-Inicio TO Recibo-Data
               START RecibosFile KEY IS NOT LESS Recibo-Data
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'S'
                           READ RecibosFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF
                               NOT AT END
                                   IF Recibo-Data > WS-Data-Fim
                                       MOVE 'S' TO WS-EOF
                                   ELSE
                                       PERFORM VerificarIsencao
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE RecibosFile
           END-IF
           .

       VerificarIsencao.
           IF Recibo-Isencao AND Recibo-Valor > WS-Limite-Isencao
               MOVE SPACES TO WS-Linha-Excecao
               MOVE Recibo-Data TO WS-Ex-Data
               MOVE Recibo-Hora TO WS-Ex-Hora
               MOVE Recibo-Operador TO WS-Ex-Operador
               MOVE "RECIBO I" TO WS-Ex-Acao
               MOVE Recibo-Numero TO WS-Ex-Ref
               MOVE "ISENCAO ACIMA DO LIMITE" TO WS-Ex-Motivo
               MOVE Recibo-Valor TO WS-Ex-Valor
               PERFORM EscreverExcecao
           END-IF
           .

       EscreverExcecao.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           WRITE PrintLinha FROM WS-Linha-Excecao
           ADD 1 TO WS-Linha-Count
           ADD 1 TO WS-Tot-Excecoes
           .

       EscreverTotalExcecoes.
           IF WS-Tot-Excecoes = 0
               WRITE PrintLinha FROM WS-Linha-Sem-Excecoes
           ELSE
               MOVE SPACES TO PrintLinha
               WRITE PrintLinha
               MOVE WS-Tot-Excecoes TO WS-Te-Qtd
               WRITE PrintLinha FROM WS-Linha-Tot-Excecoes
           END-IF
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Data-Inicio TO WS-Cab-Inicio
           MOVE WS-Data-Fim TO WS-Cab-Fim
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           IF WS-Cab-Titulo(1:8) = "EXCECOES"
               WRITE PrintLinha FROM WS-Cabecalho2-Excecoes
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLinha FROM WS-Cabecalho2-Atividade
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .
