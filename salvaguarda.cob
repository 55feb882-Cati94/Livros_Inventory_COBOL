      *> records read and written, refuse to declare success when the
      *> counts disagree, and leave RETURN-CODE 8 so the job stream
      *> can stop. Runs before the nightly import and report jobs.
      *> Chamado com o parametro UNLOAD (passo da cadeia nocturna)
      *> descarrega todos os ficheiros sem menu e sem perguntas.
      *> A opcao 4 recarrega livros, mutuarios e multas a partir de
      *> um backup no formato anterior (registos de 106, 91 e 89
      *> bytes), que tem de ser posto com outro nome (livros.ant,
      *> mutuarios.ant, multas.ant) para nunca se confundir com o
      *> .bak que a cadeia nocturna regrava em cada noite no formato
      *> atual. Os campos acrescentados depois ficam iniciados:
      *> preco de reposicao a zero e cota/assunto em branco,
      *> categoria em branco e datas de fecho e de anonimizacao a
      *> zero, tipo de multa em branco (multa por atraso).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Local-Chave
               FILE STATUS IS WS-Locais-Status.

           SELECT CategoriasFile ASSIGN TO 'categorias.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Categoria-Codigo
               FILE STATUS IS WS-Categorias-Status.

           SELECT CalendarioFile ASSIGN TO 'calendario.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Calendario-Chave
               FILE STATUS IS WS-Calendario-Status.

           SELECT FornecedoresFile ASSIGN TO 'fornecedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fornecedor-Codigo
               FILE STATUS IS WS-Fornecedores-Status.

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

           SELECT NotificacoesFile ASSIGN TO 'notificacoes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Notif-Chave
               ALTERNATE RECORD KEY IS Notif-Numero
               ALTERNATE RECORD KEY IS Notif-Mutuario-Numero
                   WITH DUPLICATES
               FILE STATUS IS WS-Notif-Status.

           SELECT CobrancasFile ASSIGN TO 'cobrancas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cobranca-Mutuario-Numero
               FILE STATUS IS WS-Cobrancas-Status.

           SELECT AssuntosFile ASSIGN TO 'assuntos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Assunto-Codigo
               FILE STATUS IS WS-Assuntos-Status.

           SELECT LivrosBkFile ASSIGN TO 'livros.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT LocaisBkFile ASSIGN TO 'locais.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT LivrosAntBkFile ASSIGN TO 'livros.ant'
               FILE STATUS IS WS-Backup-Status.

           SELECT MutuariosAntBkFile ASSIGN TO 'mutuarios.ant'
               FILE STATUS IS WS-Backup-Status.

           SELECT MultasAntBkFile ASSIGN TO 'multas.ant'
               FILE STATUS IS WS-Backup-Status.

           SELECT CategoriasBkFile ASSIGN TO 'categorias.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT CalendarioBkFile ASSIGN TO 'calendario.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT FornecedoresBkFile ASSIGN TO 'fornecedores.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT EncomendasBkFile ASSIGN TO 'encomendas.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT LinhasEncBkFile ASSIGN TO 'linhasenc.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT NotificacoesBkFile ASSIGN TO 'notificacoes.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT CobrancasBkFile ASSIGN TO 'cobrancas.bak'
               FILE STATUS IS WS-Backup-Status.

           SELECT AssuntosBkFile ASSIGN TO 'assuntos.bak'
               FILE STATUS IS WS-Backup-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LivrosFile.
       FD  LocaisFile.
       COPY LOCAL.

       FD  CategoriasFile.
       COPY CATEGORIA.

       FD  CalendarioFile.
       COPY CALENDARIO.

       FD  FornecedoresFile.
       COPY FORNECEDOR.

       FD  EncomendasFile.
       COPY ENCOMENDA.

       FD  LinhasEncFile.
       COPY LINHAENC.

       FD  NotificacoesFile.
       COPY NOTIFICACAO.

       FD  CobrancasFile.
       COPY COBRANCA.

       FD  AssuntosFile.
       COPY ASSUNTO.

       FD  LivrosBkFile.
       01  LivrosBkRegistro       PIC X(139).

       FD  LoansBkFile.
       01  LoansBkRegistro        PIC X(84).

       FD  MutuariosBkFile.
       01  MutuariosBkRegistro    PIC X(108).

       FD  ReservasBkFile.
       01  ReservasBkRegistro     PIC X(74).

       FD  MultasBkFile.
       01  MultasBkRegistro       PIC X(90).

       FD  LocaisBkFile.
       01  LocaisBkRegistro       PIC X(25).

       FD  CategoriasBkFile.
       01  CategoriasBkRegistro   PIC X(34).

       FD  CalendarioBkFile.
       01  CalendarioBkRegistro   PIC X(41).

       FD  FornecedoresBkFile.
       01  FornecedoresBkRegistro PIC X(94).

       FD  EncomendasBkFile.
       01  EncomendasBkRegistro   PIC X(47).

       FD  LinhasEncBkFile.
       01  LinhasEncBkRegistro    PIC X(119).

       FD  NotificacoesBkFile.
       01  NotificacoesBkRegistro PIC X(140).

       FD  CobrancasBkFile.
       01  CobrancasBkRegistro    PIC X(47).

       FD  AssuntosBkFile.
       01  AssuntosBkRegistro     PIC X(46).

      *> Backups no formato anterior, so para a conversao.
       FD  LivrosAntBkFile.
       01  LivrosAntBkRegistro    PIC X(106).

       FD  MutuariosAntBkFile.
       01  MutuariosAntBkRegistro PIC X(91).

       FD  MultasAntBkFile.
       01  MultasAntBkRegistro    PIC X(89).

       WORKING-STORAGE SECTION.
       01 WS-Livros-Status       PIC XX.
           88 Livros-Nao-Existe VALUE '35'.
       01 WS-Loans-Status        PIC XX.
           88 Loans-Nao-Existe VALUE '35'.
       01 WS-Mutuarios-Status    PIC XX.
           88 Mutuarios-Nao-Existe VALUE '35'.
       01 WS-Reservas-Status     PIC XX.
           88 Reservas-Nao-Existe VALUE '35'.
       01 WS-Multas-Status       PIC XX.
           88 Multas-Nao-Existe VALUE '35'.
       01 WS-Locais-Status       PIC XX.
           88 Locais-Nao-Existe VALUE '35'.
       01 WS-Categorias-Status   PIC XX.
           88 Categorias-Nao-Existe VALUE '35'.
       01 WS-Calendario-Status   PIC XX.
           88 Calendario-Nao-Existe VALUE '35'.
       01 WS-Fornecedores-Status PIC XX.
           88 Fornecedores-Nao-Existe VALUE '35'.
       01 WS-Encomendas-Status   PIC XX.
           88 Encomendas-Nao-Existe VALUE '35'.
       01 WS-LinhasEnc-Status    PIC XX.
           88 LinhasEnc-Nao-Existe VALUE '35'.
       01 WS-Notif-Status        PIC XX.
           88 Notif-Nao-Existe VALUE '35'.
       01 WS-Cobrancas-Status    PIC XX.
           88 Cobrancas-Nao-Existe VALUE '35'.
       01 WS-Assuntos-Status     PIC XX.
           88 Assuntos-Nao-Existe VALUE '35'.
       01 WS-Backup-Status       PIC XX.
           88 Backup-Nao-Existe VALUE '35'.
       01 OpcaoModo       PIC 9.
       01 OpcaoFicheiro   PIC 99.
       01 FimPrograma     PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 WS-EOF-Copia    PIC X VALUE 'N'.
       01 WS-Lidos        PIC 9(6) VALUE 0.
       01 WS-Gravados     PIC 9(6) VALUE 0.
       01 WS-Parametro    PIC X(20).

       PROCEDURE DIVISION.
       MainSalvaguarda.
           ACCEPT WS-Parametro FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-Parametro) = "UNLOAD"
               PERFORM UnloadTodos
               STOP RUN
           END-IF
           PERFORM UNTIL Fim
               DISPLAY "1 - Unload (indexado -> backup)"
               DISPLAY "2 - Reload (backup -> indexado)"
               DISPLAY "3 - Sair"
               DISPLAY "4 - Reload de backup no formato anterior "
                   "(.ant)"
               ACCEPT OpcaoModo
               EVALUATE OpcaoModo
                   WHEN 1 PERFORM EscolherFicheiroUnload
                   WHEN 2 PERFORM EscolherFicheiroReload
                   WHEN 3 MOVE 'S' TO FimPrograma
                   WHEN 4 PERFORM EscolherFicheiroConversao
               END-EVALUATE
           END-PERFORM
           STOP RUN.
       PedirFicheiro.
           DISPLAY "Ficheiro: 1 - livros  2 - loans  3 - mutuarios"
           DISPLAY "          4 - reservas  5 - multas  6 - locais"
           DISPLAY "          7 - categorias  8 - calendario"
           DISPLAY "          9 - fornecedores  10 - encomendas"
           DISPLAY "          11 - linhasenc  12 - notificacoes"
           DISPLAY "          13 - cobrancas  14 - assuntos"
           DISPLAY "          0 - cancelar"
           ACCEPT OpcaoFicheiro
           .
               WHEN 4 PERFORM UnloadReservas
               WHEN 5 PERFORM UnloadMultas
               WHEN 6 PERFORM UnloadLocais
               WHEN 7 PERFORM UnloadCategorias
               WHEN 8 PERFORM UnloadCalendario
               WHEN 9 PERFORM UnloadFornecedores
               WHEN 10 PERFORM UnloadEncomendas
               WHEN 11 PERFORM UnloadLinhasEnc
               WHEN 12 PERFORM UnloadNotificacoes
               WHEN 13 PERFORM UnloadCobrancas
               WHEN 14 PERFORM UnloadAssuntos
               WHEN OTHER DISPLAY "Cancelado."
           END-EVALUATE
           .

       UnloadTodos.
           PERFORM UnloadLivros
           PERFORM UnloadLoans
           PERFORM UnloadMutuarios
           PERFORM UnloadReservas
           PERFORM UnloadMultas
           PERFORM UnloadLocais
           PERFORM UnloadCategorias
           PERFORM UnloadCalendario
           PERFORM UnloadFornecedores
           PERFORM UnloadEncomendas
           PERFORM UnloadLinhasEnc
           PERFORM UnloadNotificacoes
           PERFORM UnloadCobrancas
           PERFORM UnloadAssuntos
           .

       EscolherFicheiroReload.
           PERFORM PedirFicheiro
           EVALUATE OpcaoFicheiro
               WHEN 4 PERFORM ReloadReservas
               WHEN 5 PERFORM ReloadMultas
               WHEN 6 PERFORM ReloadLocais
               WHEN 7 PERFORM ReloadCategorias
               WHEN 8 PERFORM ReloadCalendario
               WHEN 9 PERFORM ReloadFornecedores
               WHEN 10 PERFORM ReloadEncomendas
               WHEN 11 PERFORM ReloadLinhasEnc
               WHEN 12 PERFORM ReloadNotificacoes
               WHEN 13 PERFORM ReloadCobrancas
               WHEN 14 PERFORM ReloadAssuntos
               WHEN OTHER DISPLAY "Cancelado."
           END-EVALUATE
           .

       EscolherFicheiroConversao.
           DISPLAY "Backup no formato anterior: 1 - livros.ant"
           DISPLAY "          3 - mutuarios.ant  5 - multas.ant"
           DISPLAY "          0 - cancelar"
           ACCEPT OpcaoFicheiro
           EVALUATE OpcaoFicheiro
               WHEN 1 PERFORM ConverterLivros
               WHEN 3 PERFORM ConverterMutuarios
               WHEN 5 PERFORM ConverterMultas
               WHEN OTHER DISPLAY "Cancelado."
           END-EVALUATE
           .
               PERFORM MostrarContagens
           END-IF
           .

       UnloadCategorias.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CategoriasFile
           IF Categorias-Nao-Existe
               DISPLAY "categorias.dat nao existe."
           ELSE
               OPEN OUTPUT CategoriasBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CategoriasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CategoriasBkRegistro
                               FROM CategoriaRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CategoriasBkFile
               CLOSE CategoriasFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadCategorias.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CategoriasBkFile
           IF Backup-Nao-Existe
               DISPLAY "categorias.bak nao existe."
           ELSE
               OPEN OUTPUT CategoriasFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CategoriasBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CategoriaRegistro
                               FROM CategoriasBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Categoria-Codigo
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CategoriasFile
               CLOSE CategoriasBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadCalendario.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CalendarioFile
           IF Calendario-Nao-Existe
               DISPLAY "calendario.dat nao existe."
           ELSE
               OPEN OUTPUT CalendarioBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CalendarioFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CalendarioBkRegistro
                               FROM CalendarioRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarioBkFile
               CLOSE CalendarioFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadCalendario.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CalendarioBkFile
           IF Backup-Nao-Existe
               DISPLAY "calendario.bak nao existe."
           ELSE
               OPEN OUTPUT CalendarioFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CalendarioBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CalendarioRegistro
                               FROM CalendarioBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Calendario-Data
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CalendarioFile
               CLOSE CalendarioBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadFornecedores.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT FornecedoresFile
           IF Fornecedores-Nao-Existe
               DISPLAY "fornecedores.dat nao existe."
           ELSE
               OPEN OUTPUT FornecedoresBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ FornecedoresFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE FornecedoresBkRegistro
                               FROM FornecedorRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FornecedoresBkFile
               CLOSE FornecedoresFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadFornecedores.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT FornecedoresBkFile
           IF Backup-Nao-Existe
               DISPLAY "fornecedores.bak nao existe."
           ELSE
               OPEN OUTPUT FornecedoresFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ FornecedoresBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE FornecedorRegistro
                               FROM FornecedoresBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Fornecedor-Codigo
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FornecedoresFile
               CLOSE FornecedoresBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadEncomendas.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT EncomendasFile
           IF Encomendas-Nao-Existe
               DISPLAY "encomendas.dat nao existe."
           ELSE
               OPEN OUTPUT EncomendasBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ EncomendasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE EncomendasBkRegistro
                               FROM EncomendaRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EncomendasBkFile
               CLOSE EncomendasFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadEncomendas.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT EncomendasBkFile
           IF Backup-Nao-Existe
               DISPLAY "encomendas.bak nao existe."
           ELSE
               OPEN OUTPUT EncomendasFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ EncomendasBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE EncomendaRegistro
                               FROM EncomendasBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Encomenda-Numero
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE EncomendasFile
               CLOSE EncomendasBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadLinhasEnc.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT LinhasEncFile
           IF LinhasEnc-Nao-Existe
               DISPLAY "linhasenc.dat nao existe."
           ELSE
               OPEN OUTPUT LinhasEncBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ LinhasEncFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE LinhasEncBkRegistro
                               FROM LinhaEncRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LinhasEncBkFile
               CLOSE LinhasEncFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadLinhasEnc.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT LinhasEncBkFile
           IF Backup-Nao-Existe
               DISPLAY "linhasenc.bak nao existe."
           ELSE
               OPEN OUTPUT LinhasEncFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ LinhasEncBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE LinhaEncRegistro
                               FROM LinhasEncBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " LinhaEnc-Numero
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LinhasEncFile
               CLOSE LinhasEncBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadNotificacoes.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT NotificacoesFile
           IF Notif-Nao-Existe
               DISPLAY "notificacoes.dat nao existe."
           ELSE
               OPEN OUTPUT NotificacoesBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ NotificacoesFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE NotificacoesBkRegistro
                               FROM NotificacaoRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NotificacoesBkFile
               CLOSE NotificacoesFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadNotificacoes.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT NotificacoesBkFile
           IF Backup-Nao-Existe
               DISPLAY "notificacoes.bak nao existe."
           ELSE
               OPEN OUTPUT NotificacoesFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ NotificacoesBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE NotificacaoRegistro
                               FROM NotificacoesBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Notif-ISBN
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NotificacoesFile
               CLOSE NotificacoesBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadCobrancas.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CobrancasFile
           IF Cobrancas-Nao-Existe
               DISPLAY "cobrancas.dat nao existe."
           ELSE
               OPEN OUTPUT CobrancasBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CobrancasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CobrancasBkRegistro
                               FROM CobrancaRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CobrancasBkFile
               CLOSE CobrancasFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadCobrancas.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT CobrancasBkFile
           IF Backup-Nao-Existe
               DISPLAY "cobrancas.bak nao existe."
           ELSE
               OPEN OUTPUT CobrancasFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ CobrancasBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE CobrancaRegistro
                               FROM CobrancasBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: "
                                       Cobranca-Mutuario-Numero
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CobrancasFile
               CLOSE CobrancasBkFile
               PERFORM MostrarContagens
           END-IF
           .

       UnloadAssuntos.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT AssuntosFile
           IF Assuntos-Nao-Existe
               DISPLAY "assuntos.dat nao existe."
           ELSE
               OPEN OUTPUT AssuntosBkFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ AssuntosFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE AssuntosBkRegistro FROM AssuntoRegistro
                           IF WS-Backup-Status = '00'
                               ADD 1 TO WS-Gravados
                           ELSE
                               MOVE 'S' TO WS-EOF-Copia
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AssuntosBkFile
               CLOSE AssuntosFile
               PERFORM MostrarContagens
           END-IF
           .

       ReloadAssuntos.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT AssuntosBkFile
           IF Backup-Nao-Existe
               DISPLAY "assuntos.bak nao existe."
           ELSE
               OPEN OUTPUT AssuntosFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ AssuntosBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           WRITE AssuntoRegistro FROM AssuntosBkRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Assunto-Codigo
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE AssuntosFile
               CLOSE AssuntosBkFile
               PERFORM MostrarContagens
           END-IF
           .

       ConverterLivros.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT LivrosAntBkFile
           IF Backup-Nao-Existe
               DISPLAY "livros.ant nao existe."
           ELSE
               OPEN OUTPUT LivrosFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ LivrosAntBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           MOVE LivrosAntBkRegistro TO LivroRegistro
                           MOVE 0 TO Livro-Preco-Reposicao
                           MOVE SPACES TO Livro-Cota Livro-Assunto
                           WRITE LivroRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " ISBN
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LivrosFile
               CLOSE LivrosAntBkFile
               PERFORM MostrarContagens
           END-IF
           .

       ConverterMutuarios.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT MutuariosAntBkFile
           IF Backup-Nao-Existe
               DISPLAY "mutuarios.ant nao existe."
           ELSE
               OPEN OUTPUT MutuariosFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ MutuariosAntBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           MOVE MutuariosAntBkRegistro
                               TO MutuarioRegistro
                           MOVE SPACE TO Mutuario-Categoria
                           MOVE 0 TO Mutuario-Data-Fecho
                           MOVE 0 TO Mutuario-Data-Anonimizacao
                           WRITE MutuarioRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Mutuario-Numero
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MutuariosFile
               CLOSE MutuariosAntBkFile
               PERFORM MostrarContagens
           END-IF
           .

       ConverterMultas.
           MOVE 0 TO WS-Lidos WS-Gravados
           OPEN INPUT MultasAntBkFile
           IF Backup-Nao-Existe
               DISPLAY "multas.ant nao existe."
           ELSE
               OPEN OUTPUT MultasFile
               MOVE 'N' TO WS-EOF-Copia
               PERFORM UNTIL WS-EOF-Copia = 'S'
                   READ MultasAntBkFile
                       AT END MOVE 'S' TO WS-EOF-Copia
                       NOT AT END
                           ADD 1 TO WS-Lidos
                           MOVE MultasAntBkRegistro TO MultaRegistro
                           MOVE SPACE TO Multa-Tipo
                           WRITE MultaRegistro
                               INVALID KEY
                                   DISPLAY "Chave duplicada no "
                                       "backup: " Multa-ISBN
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gravados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MultasFile
               CLOSE MultasAntBkFile
               PERFORM MostrarContagens
           END-IF
           .
