       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadeiaNocturna.

      *> Nightly job-stream driver. Le a definicao da cadeia em
      *> noite.def (um passo por linha, pela ordem de execucao, com o
      *> return code mais alto aceite e o comando a correr), corre
      *> cada passo e compara o RETURN-CODE com esse maximo. O
      *> primeiro passo acima do maximo para a cadeia: os passos
      *> seguintes nao correm (por exemplo o 8 de ReconciliarFicheiros
      *> segura a importacao da manha). Cada passo deixa uma linha em
      *> noite.log com hora de inicio, hora de fim e return code.
      *>
      *> Reinicio: antes de cada passo o numero e o nome do passo
      *> ficam em noite.chk; so uma cadeia completa o limpa. Uma nova
      *> corrida depois de uma falha retoma no passo que falhou, por
      *> isso a salvaguarda e as devolucoes da caixa ja feitas nao
      *> voltam a correr. O parametro INICIO obriga a recomecar do
      *> primeiro passo. O ponto de reinicio de uma corrida de hoje
      *> ou de ontem (a noite que falhou, retomada de manha) e
      *> seguido sem mais; um mais antigo fica registado em noite.log
      *> e a cadeia para com 16, para ninguem retomar uma falha
      *> esquecida sem a ver: corre-se entao com RETOMAR para o seguir
      *> ou com INICIO para recomecar. Termina com o return code do
      *> passo que falhou, 16 se a definicao faltar ou nao bater com
      *> o ponto de reinicio ou se este for antigo, ou 0 quando a
      *> cadeia corre toda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DefinicaoFile ASSIGN TO 'noite.def'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Definicao-Status.

           SELECT ReinicioFile ASSIGN TO 'noite.chk'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reinicio-Status.

           SELECT LogFile ASSIGN TO 'noite.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Um passo por linha: nome (20), return code maximo aceite
      *> (2 digitos) e comando (80). Linhas com '*' na coluna 1 sao
      *> comentario.
       FD  DefinicaoFile.
       01  DefinicaoRegistro.
           05 Def-Nome      PIC X(20).
           05 Def-RC-Maximo PIC 9(2).
           05 Def-Comando   PIC X(80).

      *> Ponto de reinicio: passo a correr a seguir (0 = cadeia
      *> completa), o seu nome e a data da corrida que o deixou.
       FD  ReinicioFile.
       01  ReinicioRegistro.
           05 Chk-Passo PIC 9(3).
           05 Chk-Nome  PIC X(20).
           05 Chk-Data  PIC 9(8).

       FD  LogFile.
       01  LogLinha PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Definicao-Status PIC XX.
           88 Definicao-Nao-Existe VALUE '35'.
       01 WS-Reinicio-Status  PIC XX.
           88 Reinicio-Nao-Existe  VALUE '35'.
       01 WS-Log-Status       PIC XX.
           88 Log-Nao-Existe       VALUE '35'.
       01 WS-EOF-Definicao    PIC X VALUE 'N'.
       01 WS-Parametro        PIC X(20).
       01 WS-Hoje             PIC 9(8).
       01 WS-Ontem            PIC 9(8).
       01 WS-Reinicio-Antigo  PIC X VALUE 'N'.
       01 WS-Passo-Antigo     PIC 9(3) VALUE 0.
       01 WS-Nome-Antigo      PIC X(20) VALUE SPACES.
       01 WS-Hora-Inicio      PIC 9(6).
       01 WS-Hora-Fim         PIC 9(6).
       01 WS-Comando          PIC X(80).
       01 WS-RC-Passo         PIC 9(5).
       01 WS-RC-Final         PIC 9(5) VALUE 0.
       01 WS-Falhou           PIC X VALUE 'N'.
       01 WS-Passo-Inicial    PIC 9(3) VALUE 1.
       01 WS-Idx              PIC 9(3).

      *> Passos da cadeia pela ordem do ficheiro de definicao.
       01 WS-Qtd-Passos       PIC 9(3) VALUE 0.
       01 WS-Max-Passos       PIC 9(3) VALUE 20.
       01 WS-Tabela-Passos.
           05 WS-Passo-Entrada OCCURS 20 TIMES.
               10 WS-Passo-Nome      PIC X(20).
               10 WS-Passo-RC-Maximo PIC 9(2).
               10 WS-Passo-Comando   PIC X(80).

       01 WS-Linha-Passo.
           05 WS-Lp-Data      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lp-Passo     PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lp-Nome      PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lp-Inicio    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lp-Fim       PIC 9(6).
           05 FILLER          PIC X(4) VALUE " RC=".
           05 WS-Lp-RC        PIC ZZZZ9.
           05 FILLER          PIC X(5) VALUE " MAX=".
           05 WS-Lp-Max       PIC Z9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lp-Resultado PIC X(12).

       01 WS-Linha-Corrida.
           05 WS-Lc-Data      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lc-Hora      PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lc-Texto     PIC X(22).
           05 WS-Lc-Passo     PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Lc-Nome      PIC X(20).
           05 FILLER          PIC X(4) VALUE " RC=".
           05 WS-Lc-RC        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MainCadeia.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           ACCEPT WS-Parametro FROM COMMAND-LINE
           PERFORM LerDefinicao
           IF WS-Qtd-Passos = 0
               DISPLAY "noite.def nao existe ou nao tem passos; "
                   "cadeia nao corrida."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LerPontoReinicio
           PERFORM AbrirLog
           IF WS-Reinicio-Antigo = 'S'
               MOVE "REINICIO ANTIGO PASSO " TO WS-Lc-Texto
               MOVE WS-Passo-Antigo TO WS-Lc-Passo
               MOVE WS-Nome-Antigo TO WS-Lc-Nome
               MOVE 16 TO WS-Lc-RC
               PERFORM EscreverLinhaCorrida
               CLOSE LogFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INICIO DA CADEIA PASSO" TO WS-Lc-Texto
           MOVE WS-Passo-Inicial TO WS-Lc-Passo
           MOVE WS-Passo-Nome(WS-Passo-Inicial) TO WS-Lc-Nome
           MOVE 0 TO WS-Lc-RC
           PERFORM EscreverLinhaCorrida
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx >= WS-Passo-Inicial
               PERFORM RegistarPassoJaFeito
           END-PERFORM
           PERFORM VARYING WS-Idx FROM WS-Passo-Inicial BY 1
                   UNTIL WS-Idx > WS-Qtd-Passos OR WS-Falhou = 'S'
               PERFORM CorrerPasso
           END-PERFORM
           IF WS-Falhou = 'S'
               MOVE "CADEIA PARADA NO PASSO" TO WS-Lc-Texto
               SUBTRACT 1 FROM WS-Idx
               MOVE WS-Idx TO WS-Lc-Passo
               MOVE WS-Passo-Nome(WS-Idx) TO WS-Lc-Nome
               MOVE WS-RC-Final TO WS-Lc-RC
               DISPLAY "Cadeia parada no passo " WS-Idx " ("
                   WS-Passo-Nome(WS-Idx) ") com RC " WS-RC-Final
                   "; a proxima corrida retoma neste passo."
           ELSE
               MOVE 0 TO Chk-Passo
               MOVE SPACES TO Chk-Nome
               PERFORM GravarPontoReinicio
               MOVE "CADEIA COMPLETA PASSOS" TO WS-Lc-Texto
               MOVE WS-Qtd-Passos TO WS-Lc-Passo
               MOVE SPACES TO WS-Lc-Nome
               MOVE 0 TO WS-Lc-RC
               DISPLAY "Cadeia completa: " WS-Qtd-Passos
                   " passo(s)."
           END-IF
           PERFORM EscreverLinhaCorrida
           CLOSE LogFile
           MOVE WS-RC-Final TO RETURN-CODE
           STOP RUN.

       LerDefinicao.
           OPEN INPUT DefinicaoFile
           IF Definicao-Nao-Existe
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-Definicao
               PERFORM UNTIL WS-EOF-Definicao = 'S'
                   READ DefinicaoFile
                       AT END MOVE 'S' TO WS-EOF-Definicao
                       NOT AT END PERFORM GuardarPasso
                   END-READ
               END-PERFORM
               CLOSE DefinicaoFile
           END-IF
           .

       GuardarPasso.
           IF DefinicaoRegistro = SPACES
                   OR Def-Nome(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-Qtd-Passos >= WS-Max-Passos
                   DISPLAY "Mais de " WS-Max-Passos " passos em "
                       "noite.def; ignorado: " Def-Nome
               ELSE
                   ADD 1 TO WS-Qtd-Passos
                   MOVE Def-Nome TO WS-Passo-Nome(WS-Qtd-Passos)
                   IF Def-RC-Maximo IS NUMERIC
                       MOVE Def-RC-Maximo
                           TO WS-Passo-RC-Maximo(WS-Qtd-Passos)
                   ELSE
                       MOVE 0 TO WS-Passo-RC-Maximo(WS-Qtd-Passos)
                   END-IF
                   MOVE Def-Comando TO WS-Passo-Comando(WS-Qtd-Passos)
               END-IF
           END-IF
           .

      *> Retoma no passo guardado em noite.chk, desde que o nome
      *> ainda seja o do passo nessa posicao da definicao e o ponto
      *> seja de hoje ou de ontem (ou a retoma seja pedida com
      *> RETOMAR).
       LerPontoReinicio.
           MOVE 1 TO WS-Passo-Inicial
           COMPUTE WS-Ontem = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Hoje) - 1)
           IF FUNCTION UPPER-CASE(WS-Parametro) = "INICIO"
               DISPLAY "Parametro INICIO: cadeia corre desde o "
                   "primeiro passo."
           ELSE
               OPEN INPUT ReinicioFile
               IF Reinicio-Nao-Existe
                   CONTINUE
               ELSE
                   READ ReinicioFile
                       AT END CONTINUE
                       NOT AT END PERFORM ValidarPontoReinicio
                   END-READ
                   CLOSE ReinicioFile
               END-IF
           END-IF
           .

       ValidarPontoReinicio.
           IF Chk-Passo IS NUMERIC AND Chk-Passo > 0
               IF Chk-Passo > WS-Qtd-Passos
                       OR Chk-Nome NOT = WS-Passo-Nome(Chk-Passo)
                   DISPLAY "Ponto de reinicio (passo " Chk-Passo
                       " " Chk-Nome ") nao bate com noite.def; "
                       "corra com INICIO depois de verificar."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF Chk-Data = WS-Hoje OR Chk-Data = WS-Ontem
                       OR FUNCTION UPPER-CASE(WS-Parametro) = "RETOMAR"
                   MOVE Chk-Passo TO WS-Passo-Inicial
                   DISPLAY "A retomar a cadeia de " Chk-Data
                       " no passo " Chk-Passo " (" Chk-Nome ")."
               ELSE
                   MOVE 'S' TO WS-Reinicio-Antigo
                   MOVE Chk-Passo TO WS-Passo-Antigo
                   MOVE Chk-Nome TO WS-Nome-Antigo
                   DISPLAY "Ponto de reinicio antigo de " Chk-Data
                       " (passo " Chk-Passo " " Chk-Nome
                       "); cadeia nao corrida. Corra com RETOMAR "
                       "para o seguir ou INICIO para recomecar."
               END-IF
           END-IF
           .

       GravarPontoReinicio.
           MOVE WS-Hoje TO Chk-Data
           OPEN OUTPUT ReinicioFile
           WRITE ReinicioRegistro
           CLOSE ReinicioFile
           .

       AbrirLog.
           OPEN EXTEND LogFile
           IF Log-Nao-Existe
               OPEN OUTPUT LogFile
               CLOSE LogFile
               OPEN EXTEND LogFile
           END-IF
           .

      *> O ponto de reinicio e gravado antes de o passo correr: se a
      *> propria cadeia cair a meio, a corrida seguinte repete so
      *> este passo. CALL "SYSTEM" devolve o estado do processo, com
      *> o return code do programa no byte alto.
       CorrerPasso.
           MOVE WS-Idx TO Chk-Passo
           MOVE WS-Passo-Nome(WS-Idx) TO Chk-Nome
           PERFORM GravarPontoReinicio
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Hora-Inicio
           DISPLAY "Passo " WS-Idx ": " WS-Passo-Nome(WS-Idx)
           MOVE WS-Passo-Comando(WS-Idx) TO WS-Comando
           CALL "SYSTEM" USING WS-Comando
           MOVE RETURN-CODE TO WS-RC-Passo
           IF WS-RC-Passo > 255
               DIVIDE 256 INTO WS-RC-Passo
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Hora-Fim
           MOVE WS-Hoje TO WS-Lp-Data
           MOVE WS-Idx TO WS-Lp-Passo
           MOVE WS-Passo-Nome(WS-Idx) TO WS-Lp-Nome
           MOVE WS-Hora-Inicio TO WS-Lp-Inicio
           MOVE WS-Hora-Fim TO WS-Lp-Fim
           MOVE WS-RC-Passo TO WS-Lp-RC
           MOVE WS-Passo-RC-Maximo(WS-Idx) TO WS-Lp-Max
           IF WS-RC-Passo > WS-Passo-RC-Maximo(WS-Idx)
               MOVE "FALHOU" TO WS-Lp-Resultado
               MOVE 'S' TO WS-Falhou
               MOVE WS-RC-Passo TO WS-RC-Final
           ELSE
               MOVE "OK" TO WS-Lp-Resultado
           END-IF
           WRITE LogLinha FROM WS-Linha-Passo
           .

       RegistarPassoJaFeito.
           MOVE WS-Hoje TO WS-Lp-Data
           MOVE WS-Idx TO WS-Lp-Passo
           MOVE WS-Passo-Nome(WS-Idx) TO WS-Lp-Nome
           MOVE 0 TO WS-Lp-Inicio WS-Lp-Fim WS-Lp-RC
           MOVE WS-Passo-RC-Maximo(WS-Idx) TO WS-Lp-Max
           MOVE "JA FEITO" TO WS-Lp-Resultado
           WRITE LogLinha FROM WS-Linha-Passo
           .

       EscreverLinhaCorrida.
           MOVE WS-Hoje TO WS-Lc-Data
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Lc-Hora
           WRITE LogLinha FROM WS-Linha-Corrida
           .
