       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirEncomendas.

      *> Purchase orders to suppliers: an order header in
      *> encomendas.dat (fornecedor, local de rececao, data prevista)
      *> with one line per ISBN and quantity in linhasenc.dat. A
      *> rececao da entrada dos exemplares entregues em livros.dat e
      *> no local de rececao em locais.dat, cria o livro se o ISBN
      *> ainda nao existir no catalogo e audita cada linha recebida.
      *> Entregas parciais deixam a encomenda aberta ate tudo chegar.
      *> Criar e cancelar encomendas e reservado a supervisores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EncomendasFile ASSIGN TO 'encomendas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Encomenda-Numero
               FILE STATUS IS WS-Encomendas-Status.

           SELECT LinhasEncFile ASSIGN TO 'linhasenc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinhaEnc-Chave
               FILE STATUS IS WS-LinhasEnc-Status.

           SELECT FornecedoresFile ASSIGN TO 'fornecedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fornecedor-Codigo
               FILE STATUS IS WS-Fornecedores-Status.

           SELECT LivrosFile ASSIGN TO 'livros.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

           SELECT LocaisFile ASSIGN TO 'locais.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT SequenciaFile ASSIGN TO 'encomendas.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequencia-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EncomendasFile.
       COPY ENCOMENDA.

       FD  LinhasEncFile.
       COPY LINHAENC.

       FD  FornecedoresFile.
       COPY FORNECEDOR.

       FD  LivrosFile.
       COPY LIVRO.

       FD  LocaisFile.
       COPY LOCAL.

      *> Proximo numero de encomenda a atribuir, guardado fora do
      *> ficheiro de encomendas como a sequencia dos recibos.
       FD  SequenciaFile.
       01  SequenciaRegistro PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-Encomendas-Status PIC XX.
           88 Encomendas-Nao-Existe VALUE '35'.
       01 WS-LinhasEnc-Status PIC XX.
           88 LinhasEnc-Nao-Existe VALUE '35'.
       01 WS-Fornecedores-Status PIC XX.
           88 Fornecedores-Nao-Existe VALUE '35'.
       01 WS-Livros-Status PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Locais-Status PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 WS-Sequencia-Status PIC XX.
           88 Sequencia-Nao-Existe VALUE '35'.
       01 Opcao            PIC 9.
       01 FimPrograma      PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 WS-Operador      PIC X(8).
       01 WS-Supervisor    PIC X.
       01 WS-Hoje          PIC 9(8).
       01 WS-EOF-Listar    PIC X VALUE 'N'.
       01 WS-EOF-Linhas    PIC X VALUE 'N'.
       01 WS-Numero-Entrada   PIC 9(6).
       01 WS-Numero-Encomenda PIC 9(6).
       01 WS-Fornecedor-Entrada PIC X(5).
       01 WS-Fornecedor-Valido  PIC X VALUE 'N'.
       01 WS-Prazo-Fornecedor   PIC 9(3).
       01 WS-Local-Entrada      PIC X(3).
       01 WS-Data-Omissao       PIC 9(8).
       01 WS-Data-Valida        PIC X VALUE 'N'.
       01 WS-Data-Entrada       PIC 9(8).
       01 WS-Data-Digitos REDEFINES WS-Data-Entrada.
           05 WS-Data-AAAA PIC 9(4).
           05 WS-Data-MM   PIC 9(2).
           05 WS-Data-DD   PIC 9(2).
       01 WS-Dias-No-Mes    PIC 9(2).
       01 WS-Resto-Bissexto PIC 9(4).
       01 WS-Linhas-Encomenda PIC 9(3) VALUE 0.
       01 WS-Max-Linhas-Encomenda PIC 9(3) VALUE 999.
       01 WS-Linha-Apagar     PIC 9(3).
       01 WS-Fim-Linhas     PIC X VALUE 'N'.
       01 WS-ISBN-Verificar PIC X(13).
       01 WS-ISBN-Valido    PIC X VALUE 'N'.
       01 WS-Titulo-No-Catalogo PIC X VALUE 'N'.
       01 WS-Qtd-Entrada    PIC 9(3).
       01 WS-Qtd-Falta      PIC 9(3).
       01 WS-Preco-Entrada  PIC 9(5)V99.
       01 WS-Encomenda-Completa PIC X VALUE 'S'.
       01 WS-Recebeu-Algo   PIC X VALUE 'N'.
       01 WS-Livro-Novo     PIC X VALUE 'N'.
       01 WS-Total-Catalogo PIC 9(3).
       01 WS-Fora-Catalogo  PIC 9(3).
       01 WS-Retidos-Catalogo PIC 9(3).
       01 WS-ISBN-Tem-Locais PIC X VALUE 'N'.
       01 WS-Valor-Linha    PIC 9(7)V99.
       01 WS-Valor-Encomenda PIC 9(8)V99.
       01 WS-Preco-Mostrar  PIC ZZZZ9.99.
       01 WS-Valor-Mostrar  PIC ZZZZZZZ9.99.
       01 WS-Audit-Acao     PIC X(10).
       01 WS-Audit-Ref-Enc.
           05 FILLER              PIC X(4) VALUE "ENC ".
           05 WS-Audit-Ref-Numero PIC 9(6).
           05 FILLER              PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MainLoopEncomendas.
           CALL 'AbrirSessao' USING WS-Operador WS-Supervisor
           PERFORM UNTIL Fim
               DISPLAY "1 - Nova Encomenda"
               DISPLAY "2 - Listar Encomendas"
               DISPLAY "3 - Consultar Encomenda"
               DISPLAY "4 - Sair"
               DISPLAY "5 - Receber Encomenda"
               DISPLAY "6 - Cancelar Encomenda"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 1 PERFORM NovaEncomenda
                   WHEN 2 PERFORM ListarEncomendas
                   WHEN 3 PERFORM ConsultarEncomenda
                   WHEN 4 MOVE 'S' TO FimPrograma
                   WHEN 5 PERFORM ReceberEncomenda
                   WHEN 6 PERFORM CancelarEncomenda
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       AbrirEncomendasIO.
           OPEN I-O EncomendasFile
           IF Encomendas-Nao-Existe
               OPEN OUTPUT EncomendasFile
               CLOSE EncomendasFile
               OPEN I-O EncomendasFile
           END-IF
           .

       AbrirLinhasEncIO.
           OPEN I-O LinhasEncFile
           IF LinhasEnc-Nao-Existe
               OPEN OUTPUT LinhasEncFile
               CLOSE LinhasEncFile
               OPEN I-O LinhasEncFile
           END-IF
           .

       NovaEncomenda.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Fornecedor (codigo):"
               ACCEPT WS-Fornecedor-Entrada
               MOVE FUNCTION UPPER-CASE(WS-Fornecedor-Entrada)
                   TO WS-Fornecedor-Entrada
               PERFORM ValidarFornecedorEncomenda
               IF WS-Fornecedor-Valido = 'S'
                   PERFORM CriarEncomenda
               END-IF
           END-IF
           .

       ValidarFornecedorEncomenda.
           MOVE 'N' TO WS-Fornecedor-Valido
           MOVE 0 TO WS-Prazo-Fornecedor
           OPEN INPUT FornecedoresFile
           IF Fornecedores-Nao-Existe
               DISPLAY "Ainda nao ha fornecedores registados."
           ELSE
               MOVE WS-Fornecedor-Entrada TO Fornecedor-Codigo
               READ FornecedoresFile
                   INVALID KEY
                       DISPLAY "Fornecedor nao encontrado."
                   NOT INVALID KEY
                       IF Fornecedor-Inativo
                           DISPLAY "Fornecedor desativado."
                       ELSE
                           MOVE 'S' TO WS-Fornecedor-Valido
                           MOVE Fornecedor-Prazo-Dias
                               TO WS-Prazo-Fornecedor
                           DISPLAY "Fornecedor: " Fornecedor-Nome
                       END-IF
               END-READ
               CLOSE FornecedoresFile
           END-IF
           .

       CriarEncomenda.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           DISPLAY "Local de rececao (codigo, p.ex. SED):"
           ACCEPT WS-Local-Entrada
           IF WS-Local-Entrada = SPACES
               MOVE "SED" TO WS-Local-Entrada
           END-IF
           COMPUTE WS-Data-Omissao = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Hoje)
               + WS-Prazo-Fornecedor)
           MOVE 'N' TO WS-Data-Valida
           PERFORM UNTIL WS-Data-Valida = 'S'
               DISPLAY "Data prevista de entrega (AAAAMMDD, 0 = "
                   WS-Data-Omissao "):"
               ACCEPT WS-Data-Entrada
               IF WS-Data-Entrada = ZEROS
                   MOVE WS-Data-Omissao TO WS-Data-Entrada
               END-IF
               PERFORM ValidarDataCalendario
               IF WS-Data-Valida = 'N'
                   DISPLAY "Data invalida."
               END-IF
           END-PERFORM
           PERFORM ObterProximoNumeroEncomenda
           PERFORM AbrirLinhasEncIO
           PERFORM PedirLinhasEncomenda
           CLOSE LinhasEncFile
           IF WS-Linhas-Encomenda = 0
               DISPLAY "Encomenda sem linhas; nada foi gravado."
           ELSE
               PERFORM AbrirEncomendasIO
               MOVE WS-Numero-Encomenda TO Encomenda-Numero
               MOVE WS-Fornecedor-Entrada TO Encomenda-Fornecedor
               MOVE WS-Hoje TO Encomenda-Data
               MOVE WS-Data-Entrada TO Encomenda-Data-Prevista
               MOVE WS-Local-Entrada TO Encomenda-Local
               MOVE 'A' TO Encomenda-Estado
               MOVE ZEROS TO Encomenda-Data-Fecho
               MOVE WS-Operador TO Encomenda-Operador
               WRITE EncomendaRegistro
                   INVALID KEY
                       DISPLAY "Falha ao gravar encomenda "
                           WS-Numero-Encomenda " (numero duplicado)."
                       PERFORM ApagarLinhasEncomenda
                   NOT INVALID KEY
                       MOVE "ENCOMENDAR" TO WS-Audit-Acao
                       PERFORM AuditarEncomenda
                       DISPLAY "Encomenda " WS-Numero-Encomenda
                           " registada com " WS-Linhas-Encomenda
                           " linha(s)."
               END-WRITE
               CLOSE EncomendasFile
           END-IF
           .

      *> O cabecalho nao ficou gravado: as linhas ja escritas com
      *> este numero nao podem ficar sem encomenda, senao a rececao
      *> e a lista de pendentes apanhavam-nas.
       ApagarLinhasEncomenda.
           PERFORM AbrirLinhasEncIO
           PERFORM VARYING WS-Linha-Apagar FROM 1 BY 1
                   UNTIL WS-Linha-Apagar > WS-Linhas-Encomenda
               MOVE WS-Numero-Encomenda TO LinhaEnc-Numero
               MOVE WS-Linha-Apagar TO LinhaEnc-Linha
               DELETE LinhasEncFile RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           CLOSE LinhasEncFile
           DISPLAY WS-Linhas-Encomenda " linha(s) da encomenda "
               "anulada(s)."
           .

       PedirLinhasEncomenda.
           MOVE 0 TO WS-Linhas-Encomenda
           MOVE 'N' TO WS-Fim-Linhas
           PERFORM UNTIL WS-Fim-Linhas = 'S'
               DISPLAY "ISBN da linha (em branco termina):"
               ACCEPT WS-ISBN-Verificar
               IF WS-ISBN-Verificar = SPACES
                   MOVE 'S' TO WS-Fim-Linhas
               ELSE
                   CALL 'ValidarISBN13' USING WS-ISBN-Verificar
                       WS-ISBN-Valido
                   IF WS-ISBN-Valido NOT = 'S'
                       DISPLAY "ISBN invalido (13 digitos com "
                           "digito de controlo valido)."
                   ELSE
                       PERFORM PedirLinhaEncomenda
                   END-IF
               END-IF
               IF WS-Linhas-Encomenda >= WS-Max-Linhas-Encomenda
                   MOVE 'S' TO WS-Fim-Linhas
               END-IF
           END-PERFORM
           .

       PedirLinhaEncomenda.
           MOVE WS-ISBN-Verificar TO LinhaEnc-ISBN
           PERFORM ProcurarTituloCatalogo
           IF WS-Titulo-No-Catalogo = 'N'
               DISPLAY "Titulo novo no catalogo."
               DISPLAY "Titulo:"
               ACCEPT LinhaEnc-Titulo
               DISPLAY "Autor:"
               ACCEPT LinhaEnc-Autor
               DISPLAY "Ano:"
               ACCEPT LinhaEnc-Ano
               IF LinhaEnc-Ano NOT NUMERIC
                   MOVE ZEROS TO LinhaEnc-Ano
               END-IF
           END-IF
           DISPLAY "Quantidade:"
           ACCEPT WS-Qtd-Entrada
           IF WS-Qtd-Entrada NOT NUMERIC OR WS-Qtd-Entrada = 0
               MOVE 1 TO WS-Qtd-Entrada
           END-IF
           DISPLAY "Preco unitario (digitos, 2 decimais implicitos: "
               "0001500 = 15,00):"
           ACCEPT WS-Preco-Entrada
           IF WS-Preco-Entrada NOT NUMERIC
               MOVE 0 TO WS-Preco-Entrada
           END-IF
           ADD 1 TO WS-Linhas-Encomenda
           MOVE WS-Numero-Encomenda TO LinhaEnc-Numero
           MOVE WS-Linhas-Encomenda TO LinhaEnc-Linha
           MOVE WS-Qtd-Entrada TO LinhaEnc-Qtd-Encomendada
           MOVE 0 TO LinhaEnc-Qtd-Recebida
           MOVE WS-Preco-Entrada TO LinhaEnc-Preco-Unitario
           WRITE LinhaEncRegistro
               INVALID KEY
                   DISPLAY "Falha ao gravar linha da encomenda."
                   SUBTRACT 1 FROM WS-Linhas-Encomenda
           END-WRITE
           .

       ProcurarTituloCatalogo.
           MOVE 'N' TO WS-Titulo-No-Catalogo
           OPEN INPUT LivrosFile
           IF NOT Livros-Nao-Existe
               MOVE LinhaEnc-ISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Titulo-No-Catalogo
                       MOVE Titulo TO LinhaEnc-Titulo
                       MOVE Autor TO LinhaEnc-Autor
                       MOVE Ano TO LinhaEnc-Ano
                       DISPLAY Titulo " - " Autor " (" Ano ") - "
                           Exemplares-Total " exemplar(es)"
               END-READ
               CLOSE LivrosFile
           END-IF
           .

       ObterProximoNumeroEncomenda.
           MOVE 1 TO WS-Numero-Encomenda
           OPEN INPUT SequenciaFile
           IF NOT Sequencia-Nao-Existe
               READ SequenciaFile
                   AT END CONTINUE
                   NOT AT END
                       IF SequenciaRegistro IS NUMERIC
                           MOVE SequenciaRegistro
                               TO WS-Numero-Encomenda
                       END-IF
               END-READ
               CLOSE SequenciaFile
           END-IF
           COMPUTE SequenciaRegistro = WS-Numero-Encomenda + 1
           OPEN OUTPUT SequenciaFile
           WRITE SequenciaRegistro
           CLOSE SequenciaFile
           .

       ListarEncomendas.
           OPEN INPUT EncomendasFile
           IF Encomendas-Nao-Existe
               DISPLAY "Ainda nao ha encomendas registadas."
           ELSE
               MOVE 'N' TO WS-EOF-Listar
               PERFORM UNTIL WS-EOF-Listar = 'S'
                   READ EncomendasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Listar
                       NOT AT END PERFORM MostrarEncomenda
                   END-READ
               END-PERFORM
               CLOSE EncomendasFile
           END-IF
           .

       MostrarEncomenda.
           DISPLAY Encomenda-Numero " fornecedor:" Encomenda-Fornecedor
               " data:" Encomenda-Data
               " prevista:" Encomenda-Data-Prevista
               " local:" Encomenda-Local
               " (" Encomenda-Estado ")"
           .

       ConsultarEncomenda.
           DISPLAY "Numero da encomenda:"
           ACCEPT WS-Numero-Entrada
           OPEN INPUT EncomendasFile
           IF Encomendas-Nao-Existe
               DISPLAY "Ainda nao ha encomendas registadas."
           ELSE
               MOVE WS-Numero-Entrada TO Encomenda-Numero
               READ EncomendasFile
                   INVALID KEY
                       DISPLAY "Encomenda nao encontrada."
                   NOT INVALID KEY
                       PERFORM MostrarEncomenda
                       PERFORM MostrarLinhasEncomenda
               END-READ
               CLOSE EncomendasFile
           END-IF
           .

       MostrarLinhasEncomenda.
           MOVE 0 TO WS-Valor-Encomenda
           OPEN INPUT LinhasEncFile
           IF NOT LinhasEnc-Nao-Existe
               MOVE Encomenda-Numero TO LinhaEnc-Numero
               MOVE ZEROS TO LinhaEnc-Linha
               START LinhasEncFile KEY IS NOT LESS LinhaEnc-Chave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Linhas
                       PERFORM UNTIL WS-EOF-Linhas = 'S'
                           READ LinhasEncFile NEXT RECORD
                               AT END MOVE 'S' TO WS-EOF-Linhas
                               NOT AT END
                                   IF LinhaEnc-Numero
                                           NOT = Encomenda-Numero
                                       MOVE 'S' TO WS-EOF-Linhas
                                   ELSE
                                       PERFORM MostrarLinhaEncomenda
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LinhasEncFile
           END-IF
           MOVE WS-Valor-Encomenda TO WS-Valor-Mostrar
           DISPLAY "Valor da encomenda: " WS-Valor-Mostrar
           .

       MostrarLinhaEncomenda.
           COMPUTE WS-Valor-Linha = LinhaEnc-Qtd-Encomendada
               * LinhaEnc-Preco-Unitario
           ADD WS-Valor-Linha TO WS-Valor-Encomenda
           MOVE LinhaEnc-Preco-Unitario TO WS-Preco-Mostrar
           DISPLAY "  " LinhaEnc-Linha " " LinhaEnc-ISBN " "
               LinhaEnc-Titulo
           DISPLAY "      encomendado:" LinhaEnc-Qtd-Encomendada
               " recebido:" LinhaEnc-Qtd-Recebida
               " preco:" WS-Preco-Mostrar
           .

      *> A rececao pergunta, linha a linha, quantos exemplares
      *> chegaram; o que chegar entra no catalogo e no local de
      *> rececao. A encomenda so fecha quando todas as linhas estao
      *> completas.
       ReceberEncomenda.
           DISPLAY "Numero da encomenda a receber:"
           ACCEPT WS-Numero-Entrada
           PERFORM AbrirEncomendasIO
           MOVE WS-Numero-Entrada TO Encomenda-Numero
           READ EncomendasFile
               INVALID KEY
                   DISPLAY "Encomenda nao encontrada."
               NOT INVALID KEY
                   IF NOT Encomenda-Aberta
                       DISPLAY "Encomenda ja recebida ou cancelada."
                   ELSE
                       PERFORM ReceberLinhasEncomenda
                   END-IF
           END-READ
           CLOSE EncomendasFile
           .

       ReceberLinhasEncomenda.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoje
           PERFORM MostrarEncomenda
           DISPLAY "Local de rececao (codigo, em branco = "
               Encomenda-Local "):"
           ACCEPT WS-Local-Entrada
           IF WS-Local-Entrada = SPACES
               MOVE Encomenda-Local TO WS-Local-Entrada
           END-IF
           MOVE 'S' TO WS-Encomenda-Completa
           MOVE 'N' TO WS-Recebeu-Algo
           PERFORM AbrirLinhasEncIO
           MOVE Encomenda-Numero TO LinhaEnc-Numero
           MOVE ZEROS TO LinhaEnc-Linha
           START LinhasEncFile KEY IS NOT LESS LinhaEnc-Chave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Linhas
                   PERFORM UNTIL WS-EOF-Linhas = 'S'
                       READ LinhasEncFile NEXT RECORD
                           AT END MOVE 'S' TO WS-EOF-Linhas
                           NOT AT END
                               IF LinhaEnc-Numero
                                       NOT = Encomenda-Numero
                                   MOVE 'S' TO WS-EOF-Linhas
                               ELSE
                                   PERFORM ReceberLinhaEncomenda
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           CLOSE LinhasEncFile
           IF WS-Encomenda-Completa = 'S'
               MOVE 'R' TO Encomenda-Estado
               MOVE WS-Hoje TO Encomenda-Data-Fecho
               REWRITE EncomendaRegistro
               DISPLAY "Encomenda recebida na totalidade."
           ELSE
               IF WS-Recebeu-Algo = 'S'
                   DISPLAY "Entrega parcial; a encomenda continua "
                       "aberta."
               ELSE
                   DISPLAY "Nada recebido."
               END-IF
           END-IF
           .

       ReceberLinhaEncomenda.
           IF LinhaEnc-Qtd-Recebida < LinhaEnc-Qtd-Encomendada
               COMPUTE WS-Qtd-Falta = LinhaEnc-Qtd-Encomendada
                   - LinhaEnc-Qtd-Recebida
               DISPLAY LinhaEnc-ISBN " " LinhaEnc-Titulo
               DISPLAY "Em falta: " WS-Qtd-Falta
                   ". Quantidade entregue:"
               ACCEPT WS-Qtd-Entrada
               IF WS-Qtd-Entrada NOT NUMERIC
                   MOVE 0 TO WS-Qtd-Entrada
               END-IF
               IF WS-Qtd-Entrada > WS-Qtd-Falta
                   DISPLAY "Superior ao encomendado; so entram "
                       WS-Qtd-Falta "."
                   MOVE WS-Qtd-Falta TO WS-Qtd-Entrada
               END-IF
               IF WS-Qtd-Entrada > 0
                   ADD WS-Qtd-Entrada TO LinhaEnc-Qtd-Recebida
                   REWRITE LinhaEncRegistro
                   PERFORM DarEntradaCatalogo
                   PERFORM DarEntradaLocal
                   MOVE "RECEBER" TO WS-Audit-Acao
                   CALL 'GravarAuditoria' USING WS-Audit-Acao
                       LinhaEnc-ISBN WS-Operador
                   MOVE 'S' TO WS-Recebeu-Algo
               END-IF
               IF LinhaEnc-Qtd-Recebida < LinhaEnc-Qtd-Encomendada
                   MOVE 'N' TO WS-Encomenda-Completa
               END-IF
           END-IF
           .

      *> Livro ja no catalogo: soma os exemplares ao total (e fica
      *> com o preco unitario como preco de reposicao se ainda nao
      *> tinha um). ISBN novo: o livro nasce com os dados da linha.
       DarEntradaCatalogo.
           MOVE 'N' TO WS-Livro-Novo
           OPEN I-O LivrosFile
           IF Livros-Nao-Existe
               OPEN OUTPUT LivrosFile
               CLOSE LivrosFile
               OPEN I-O LivrosFile
           END-IF
           MOVE LinhaEnc-ISBN TO ISBN
           READ LivrosFile
               INVALID KEY
                   MOVE LinhaEnc-Titulo TO Titulo
                   MOVE LinhaEnc-Autor TO Autor
                   MOVE LinhaEnc-Ano TO Ano
                   MOVE LinhaEnc-ISBN TO ISBN
                   MOVE WS-Qtd-Entrada TO Exemplares-Total
                   MOVE 0 TO Exemplares-Fora
                   MOVE 0 TO Exemplares-Retidos
                   MOVE LinhaEnc-Preco-Unitario
                       TO Livro-Preco-Reposicao
                   MOVE SPACES TO Livro-Cota
                   MOVE SPACES TO Livro-Assunto
                   WRITE LivroRegistro
                       INVALID KEY
                           DISPLAY "Falha ao criar o livro no "
                               "catalogo."
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Livro-Novo
                           DISPLAY "Livro novo criado no catalogo."
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-Qtd-Entrada TO Exemplares-Total
                   IF Livro-Preco-Reposicao NOT NUMERIC
                           OR Livro-Preco-Reposicao = 0
                       MOVE LinhaEnc-Preco-Unitario
                           TO Livro-Preco-Reposicao
                   END-IF
                   REWRITE LivroRegistro
           END-READ
           MOVE Exemplares-Total TO WS-Total-Catalogo
           MOVE Exemplares-Fora TO WS-Fora-Catalogo
           MOVE Exemplares-Retidos TO WS-Retidos-Catalogo
           CLOSE LivrosFile
           .

      *> Como no AdicionarLivro: um titulo sem linha nenhuma em
      *> locais.dat e anterior aos locais, e a linha do local de
      *> rececao nasce com os contadores do catalogo.
       DarEntradaLocal.
           OPEN I-O LocaisFile
           IF Locais-Nao-Existe
               OPEN OUTPUT LocaisFile
               CLOSE LocaisFile
               OPEN I-O LocaisFile
           END-IF
           MOVE LinhaEnc-ISBN TO Local-ISBN
           MOVE WS-Local-Entrada TO Local-Codigo
           READ LocaisFile
               INVALID KEY
                   PERFORM CriarLinhaLocalRececao
               NOT INVALID KEY
                   ADD WS-Qtd-Entrada TO Local-Exemplares-Total
                   REWRITE LocalRegistro
           END-READ
           CLOSE LocaisFile
           .

       CriarLinhaLocalRececao.
           PERFORM VerificarISBNTemLocais
           MOVE LinhaEnc-ISBN TO Local-ISBN
           MOVE WS-Local-Entrada TO Local-Codigo
           IF WS-ISBN-Tem-Locais = 'N'
               MOVE WS-Total-Catalogo TO Local-Exemplares-Total
               MOVE WS-Fora-Catalogo TO Local-Exemplares-Fora
               MOVE WS-Retidos-Catalogo TO Local-Exemplares-Retidos
           ELSE
               MOVE WS-Qtd-Entrada TO Local-Exemplares-Total
               MOVE 0 TO Local-Exemplares-Fora
               MOVE 0 TO Local-Exemplares-Retidos
           END-IF
           WRITE LocalRegistro
               INVALID KEY
                   DISPLAY "Falha ao gravar local."
           END-WRITE
           .

       VerificarISBNTemLocais.
           MOVE 'N' TO WS-ISBN-Tem-Locais
           MOVE LinhaEnc-ISBN TO Local-ISBN
           MOVE LOW-VALUES TO Local-Codigo
           START LocaisFile KEY IS NOT LESS Local-Chave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LocaisFile NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF Local-ISBN = LinhaEnc-ISBN
                               MOVE 'S' TO WS-ISBN-Tem-Locais
                           END-IF
                   END-READ
           END-START
           .

       CancelarEncomenda.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Numero da encomenda a cancelar:"
               ACCEPT WS-Numero-Entrada
               PERFORM AbrirEncomendasIO
               MOVE WS-Numero-Entrada TO Encomenda-Numero
               READ EncomendasFile
                   INVALID KEY
                       DISPLAY "Encomenda nao encontrada."
                   NOT INVALID KEY
                       IF NOT Encomenda-Aberta
                           DISPLAY "Encomenda ja recebida ou "
                               "cancelada."
                       ELSE
                           MOVE 'C' TO Encomenda-Estado
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO Encomenda-Data-Fecho
                           REWRITE EncomendaRegistro
                           MOVE "CANCENC" TO WS-Audit-Acao
                           PERFORM AuditarEncomenda
                           DISPLAY "Encomenda cancelada; o que ja "
                               "foi recebido fica no catalogo."
                       END-IF
               END-READ
               CLOSE EncomendasFile
           END-IF
           .

       AuditarEncomenda.
           MOVE Encomenda-Numero TO WS-Audit-Ref-Numero
           CALL 'GravarAuditoria' USING WS-Audit-Acao
               WS-Audit-Ref-Enc WS-Operador
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
