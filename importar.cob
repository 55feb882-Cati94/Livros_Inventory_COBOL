      *> many rows are already committed so a job that dies partway
      *> through can be re-run and resume after the last committed
      *> row instead of reprocessing the whole file.
      *> Linhas sem ISBN e com codigo de assunto carregam o ficheiro
      *> de assuntos (descricao no campo do titulo); linhas de um
      *> ISBN ja no catalogo com cota ou assunto preenchidos
      *> atualizam a classificacao desse titulo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ISBN
               FILE STATUS IS WS-Livros-Status.

           SELECT AssuntosFile ASSIGN TO 'assuntos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Assunto-Codigo
               FILE STATUS IS WS-Assuntos-Status.

           SELECT CheckpointFile ASSIGN TO 'importar.chk'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-Status.
                            Exemplares-Total BY TxExemplares-Total
                            Exemplares-Fora  BY TxExemplares-Fora
                            Exemplares-Retidos
                                BY TxExemplares-Retidos
                            Livro-Preco-Reposicao
                                BY TxPreco-Reposicao
                            Livro-Cota    BY TxCota
                            Livro-Assunto BY TxAssunto.

       FD  LivrosFile.
       COPY LIVRO.

       FD  AssuntosFile.
       COPY ASSUNTO.

       FD  CheckpointFile.
       01  CheckpointRegistro PIC 9(8).

       01 WS-Livros-Status PIC XX.
           88 Livros-OK         VALUE '00'.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Assuntos-Status PIC XX.
           88 Assuntos-Nao-Existe VALUE '35'.
       01 WS-Checkpoint-Status PIC XX.
           88 Checkpoint-Nao-Existe VALUE '35'.
       01 WS-EOF                    PIC X VALUE 'N'.
       01 WS-Registo-Valido         PIC X VALUE 'S'.
       01 WS-ISBN-Verificar PIC X(13).
       01 WS-ISBN-Valido    PIC X VALUE 'N'.
       01 WS-Ref-Assunto.
           05 FILLER              PIC X(4) VALUE "ASS ".
           05 WS-Ref-Assunto-Cod  PIC X(6).
           05 FILLER              PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MainImportar.
           PERFORM GravarCheckpoint
           CLOSE TransacoesFile
           CLOSE LivrosFile
           CLOSE AssuntosFile
           DISPLAY WS-Registos-Processados
               " registo(s) importado(s) nesta execucao."
           STOP RUN.
               CLOSE LivrosFile
               OPEN I-O LivrosFile
           END-IF
           OPEN I-O AssuntosFile
           IF Assuntos-Nao-Existe
               OPEN OUTPUT AssuntosFile
               CLOSE AssuntosFile
               OPEN I-O AssuntosFile
           END-IF
           .

       SaltarRegistosJaProcessados.
           .

       ImportarRegisto.
           IF TxISBN = SPACES AND TxAssunto NOT = SPACES
               PERFORM ImportarAssunto
           ELSE
               MOVE TxISBN TO ISBN
               READ LivrosFile
                   INVALID KEY
                       PERFORM ImportarLivroNovo
                   NOT INVALID KEY
                       PERFORM ClassificarLivroExistente
               END-READ
           END-IF
           ADD 1 TO WS-Registos-Processados
           ADD 1 TO WS-Contador-Checkpoint
           IF WS-Contador-Checkpoint >= WS-Intervalo-Checkpoint
               PERFORM GravarCheckpoint
               MOVE 0 TO WS-Contador-Checkpoint
           END-IF
           .

       ImportarLivroNovo.
           PERFORM ValidarRegistoImportado
           IF WS-Registo-Valido = 'S'
               MOVE TxTitulo TO Titulo
               END-IF
               MOVE 0 TO Exemplares-Fora
               MOVE 0 TO Exemplares-Retidos
               IF TxPreco-Reposicao IS NUMERIC
                   MOVE TxPreco-Reposicao TO Livro-Preco-Reposicao
               ELSE
                   MOVE 0 TO Livro-Preco-Reposicao
               END-IF
               MOVE TxCota    TO Livro-Cota
               MOVE TxAssunto TO Livro-Assunto
               PERFORM VerificarAssuntoImportado
               WRITE LivroRegistro
                   INVALID KEY
                       DISPLAY "ISBN duplicado, ignorado: " TxISBN
                           TxISBN WS-Operador
               END-WRITE
           END-IF
           .

      *> ISBN ja no catalogo: so a cota e o assunto da linha sao
      *> aproveitados, e apenas os que vierem preenchidos; sem
      *> nenhum dos dois a linha e um duplicado como antes.
       ClassificarLivroExistente.
           IF TxCota = SPACES AND TxAssunto = SPACES
               DISPLAY "ISBN duplicado, ignorado: " TxISBN
           ELSE
               IF TxCota NOT = SPACES
                   MOVE TxCota TO Livro-Cota
               END-IF
               IF TxAssunto NOT = SPACES
                   MOVE TxAssunto TO Livro-Assunto
                   PERFORM VerificarAssuntoImportado
               END-IF
               REWRITE LivroRegistro
                   INVALID KEY
                       DISPLAY "Falha ao classificar: " TxISBN
                   NOT INVALID KEY
                       MOVE "CLASSIFICA" TO WS-Audit-Acao
                       CALL 'GravarAuditoria' USING WS-Audit-Acao
                           TxISBN WS-Operador
               END-REWRITE
           END-IF
           .

      *> O assunto desconhecido nao impede a carga (o ficheiro de
      *> assuntos pode vir mais tarde), mas fica avisado.
       VerificarAssuntoImportado.
           IF TxAssunto NOT = SPACES
               MOVE TxAssunto TO Assunto-Codigo
               READ AssuntosFile
                   INVALID KEY
                       DISPLAY "Assunto desconhecido " TxAssunto
                           " no ISBN " TxISBN
               END-READ
           END-IF
           .

      *> Linha de assunto: codigo em TxAssunto, descricao em
      *> TxTitulo. Um codigo ja existente fica com a nova descricao.
       ImportarAssunto.
           IF TxTitulo = SPACES
               DISPLAY "Assunto sem descricao, ignorado: " TxAssunto
           ELSE
               MOVE TxAssunto TO Assunto-Codigo
               MOVE TxAssunto TO WS-Ref-Assunto-Cod
               MOVE "ASSUNTO" TO WS-Audit-Acao
               READ AssuntosFile
                   INVALID KEY
                       MOVE TxTitulo TO Assunto-Descricao
                       WRITE AssuntoRegistro
                           INVALID KEY
                               DISPLAY "Falha ao gravar assunto: "
                                   TxAssunto
                           NOT INVALID KEY
                               CALL 'GravarAuditoria' USING
                                   WS-Audit-Acao WS-Ref-Assunto
                                   WS-Operador
                       END-WRITE
                   NOT INVALID KEY
                       MOVE TxTitulo TO Assunto-Descricao
                       REWRITE AssuntoRegistro
                           INVALID KEY
                               DISPLAY "Falha ao gravar assunto: "
                                   TxAssunto
                           NOT INVALID KEY
                               CALL 'GravarAuditoria' USING
                                   WS-Audit-Acao WS-Ref-Assunto
                                   WS-Operador
                       END-REWRITE
               END-READ
           END-IF
           .

