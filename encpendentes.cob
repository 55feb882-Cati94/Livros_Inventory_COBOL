       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncomendasPendentes.

      *> Outstanding purchase orders: sweeps encomendas.dat for the
      *> orders still open, adds up from linhasenc.dat the copies
      *> not yet delivered and what they will cost, and prints the
      *> ones past their expected delivery date sorted by supplier,
      *> with days late, a subtotal per supplier and the totals, so
      *> the supplier can be chased. A ultima linha mostra o valor
      *> comprometido em todas as encomendas abertas, em atraso ou
      *> nao.

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

           SELECT SortFile ASSIGN TO 'encpendentes.srt'.

           SELECT PrintFile ASSIGN TO 'encpendentes.prt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EncomendasFile.
       COPY ENCOMENDA.

       FD  LinhasEncFile.
       COPY LINHAENC.

       FD  FornecedoresFile.
       COPY FORNECEDOR.

       SD  SortFile.
       01  SortRegistro.
           05 SortFornecedor PIC X(5).
           05 SortNumero     PIC 9(6).
           05 SortData       PIC 9(8).
           05 SortPrevista   PIC 9(8).
           05 SortLocal      PIC X(3).
           05 SortDiasAtraso PIC 9(5).
           05 SortQtd        PIC 9(5).
           05 SortValor      PIC 9(8)V99.

       FD  PrintFile.
       01  PrintLinha PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Encomendas-Status PIC XX.
           88 Encomendas-Nao-Existe VALUE '35'.
       01 WS-LinhasEnc-Status PIC XX.
           88 LinhasEnc-Nao-Existe VALUE '35'.
       01 WS-Fornecedores-Status PIC XX.
           88 Fornecedores-Nao-Existe VALUE '35'.
       01 WS-Ha-Linhas      PIC X VALUE 'N'.
       01 WS-Ha-Fornecedores PIC X VALUE 'N'.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-EOF-Linhas     PIC X VALUE 'N'.
       01 WS-Data-Corte     PIC 9(8).
       01 WS-Qtd-Pendente   PIC 9(5).
       01 WS-Valor-Pendente PIC 9(8)V99.
       01 WS-Primeiro-Fornecedor PIC X VALUE 'S'.
       01 WS-Fornecedor-Atual PIC X(5) VALUE SPACES.
       01 WS-Sub-Qtd        PIC 9(6) VALUE 0.
       01 WS-Sub-Valor      PIC 9(9)V99 VALUE 0.
       01 WS-Tot-Encomendas PIC 9(6) VALUE 0.
       01 WS-Tot-Qtd        PIC 9(6) VALUE 0.
       01 WS-Tot-Valor      PIC 9(9)V99 VALUE 0.
       01 WS-Tot-Comprometido PIC 9(9)V99 VALUE 0.
       01 WS-Abertas        PIC 9(6) VALUE 0.
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.

       01 WS-Cabecalho1.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(34) VALUE
                     "ENCOMENDAS EM ATRASO - REFERENCIA ".
           05 WS-Cab-Data   PIC 9(8).
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Pagina: ".
           05 WS-Cab-Pagina PIC ZZ9.

       01 WS-Cabecalho2.
           05 FILLER PIC X(10) VALUE "Encomenda".
           05 FILLER PIC X(9)  VALUE "Data".
           05 FILLER PIC X(9)  VALUE "Prevista".
           05 FILLER PIC X(6)  VALUE "Local".
           05 FILLER PIC X(7)  VALUE "Atraso".
           05 FILLER PIC X(10) VALUE "Exemplares".
           05 FILLER PIC X(13) VALUE "   Valor".

       01 WS-Linha-Detalhe.
           05 WS-Det-Numero   PIC 9(6).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-Det-Data     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Prevista PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-Det-Local    PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Det-Atraso   PIC ZZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-Det-Qtd      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-Det-Valor    PIC ZZZZZZZ9.99.

       01 WS-Linha-Fornecedor.
           05 FILLER          PIC X(12) VALUE "Fornecedor: ".
           05 WS-For-Codigo   PIC X(5).
           05 FILLER          PIC X(3)  VALUE " - ".
           05 WS-For-Nome     PIC X(30).
           05 FILLER          PIC X(6)  VALUE " tel: ".
           05 WS-For-Telefone PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 WS-For-Email    PIC X(40).

       01 WS-Linha-Subtotal.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(22) VALUE
               "Subtotal em atraso:   ".
           05 WS-Sub-Qtd-Ed   PIC ZZZZZ9.
           05 FILLER          PIC X(16) VALUE " exemplar(es)   ".
           05 WS-Sub-Valor-Ed PIC ZZZZZZZZ9.99.

       01 WS-Linha-Total.
           05 FILLER          PIC X(19) VALUE "TOTAL EM ATRASO:   ".
           05 WS-Tot-Enc-Ed   PIC ZZZZZ9.
           05 FILLER          PIC X(15) VALUE " encomenda(s), ".
           05 WS-Tot-Qtd-Ed   PIC ZZZZZ9.
           05 FILLER          PIC X(16) VALUE " exemplar(es)   ".
           05 WS-Tot-Valor-Ed PIC ZZZZZZZZ9.99.

       01 WS-Linha-Comprometido.
           05 FILLER          PIC X(36) VALUE
               "COMPROMETIDO EM ENCOMENDAS ABERTAS: ".
           05 WS-Tot-Comp-Ed  PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(2)  VALUE " (".
           05 WS-Tot-Abertas-Ed PIC ZZZZZ9.
           05 FILLER          PIC X(22) VALUE
               " encomenda(s) abertas)".

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhuma encomenda em atraso)".

       PROCEDURE DIVISION.
       MainPendentes.
           DISPLAY "Data de referencia (AAAAMMDD, 0 = hoje):"
           ACCEPT WS-Data-Corte
           IF WS-Data-Corte = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Data-Corte
           END-IF
           OPEN OUTPUT PrintFile
           SORT SortFile
               ON ASCENDING KEY SortFornecedor SortPrevista SortNumero
               INPUT PROCEDURE IS LerEncomendasAbertas
               OUTPUT PROCEDURE IS EscreverPendentes
           CLOSE PrintFile
           DISPLAY WS-Tot-Encomendas " encomenda(s) em atraso de "
               WS-Abertas " aberta(s); relatorio em encpendentes.prt."
           STOP RUN.

       LerEncomendasAbertas.
           OPEN INPUT EncomendasFile
           IF Encomendas-Nao-Existe
               DISPLAY "Ainda nao ha encomendas registadas."
           ELSE
               MOVE 'N' TO WS-Ha-Linhas
               OPEN INPUT LinhasEncFile
               IF NOT LinhasEnc-Nao-Existe
                   MOVE 'S' TO WS-Ha-Linhas
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ EncomendasFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF Encomenda-Aberta
                               PERFORM AvaliarEncomendaAberta
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-Ha-Linhas = 'S'
                   CLOSE LinhasEncFile
               END-IF
               CLOSE EncomendasFile
           END-IF
           .

       AvaliarEncomendaAberta.
           PERFORM SomarLinhasPendentes
           ADD 1 TO WS-Abertas
           ADD WS-Valor-Pendente TO WS-Tot-Comprometido
           IF Encomenda-Data-Prevista < WS-Data-Corte
               MOVE Encomenda-Fornecedor TO SortFornecedor
               MOVE Encomenda-Numero TO SortNumero
               MOVE Encomenda-Data TO SortData
               MOVE Encomenda-Data-Prevista TO SortPrevista
               MOVE Encomenda-Local TO SortLocal
               COMPUTE SortDiasAtraso =
                   FUNCTION INTEGER-OF-DATE(WS-Data-Corte)
                   - FUNCTION INTEGER-OF-DATE(Encomenda-Data-Prevista)
               MOVE WS-Qtd-Pendente TO SortQtd
               MOVE WS-Valor-Pendente TO SortValor
               RELEASE SortRegistro
           END-IF
           .

       SomarLinhasPendentes.
           MOVE 0 TO WS-Qtd-Pendente
           MOVE 0 TO WS-Valor-Pendente
           IF WS-Ha-Linhas = 'S'
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
                                       PERFORM SomarLinhaPendente
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           .

       SomarLinhaPendente.
           IF LinhaEnc-Qtd-Recebida < LinhaEnc-Qtd-Encomendada
               COMPUTE WS-Qtd-Pendente = WS-Qtd-Pendente
                   + LinhaEnc-Qtd-Encomendada - LinhaEnc-Qtd-Recebida
               COMPUTE WS-Valor-Pendente = WS-Valor-Pendente
                   + (LinhaEnc-Qtd-Encomendada - LinhaEnc-Qtd-Recebida)
                   * LinhaEnc-Preco-Unitario
           END-IF
           .

       EscreverPendentes.
           MOVE 'N' TO WS-Ha-Fornecedores
           OPEN INPUT FornecedoresFile
           IF NOT Fornecedores-Nao-Existe
               MOVE 'S' TO WS-Ha-Fornecedores
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM EscreverCabecalho
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SortFile
                   AT END MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM ProcessarLinhaPendente
               END-RETURN
           END-PERFORM
           PERFORM FecharUltimoFornecedor
           PERFORM EscreverTotalGeral
           IF WS-Ha-Fornecedores = 'S'
               CLOSE FornecedoresFile
           END-IF
           .

       ProcessarLinhaPendente.
           IF SortFornecedor NOT = WS-Fornecedor-Atual
                   OR WS-Primeiro-Fornecedor = 'S'
               IF WS-Primeiro-Fornecedor = 'N'
                   PERFORM EscreverSubtotalFornecedor
               END-IF
               MOVE SortFornecedor TO WS-Fornecedor-Atual
               MOVE 0 TO WS-Sub-Qtd
               MOVE 0 TO WS-Sub-Valor
               MOVE 'N' TO WS-Primeiro-Fornecedor
               PERFORM EscreverLinhaFornecedor
           END-IF
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE SortNumero TO WS-Det-Numero
           MOVE SortData TO WS-Det-Data
           MOVE SortPrevista TO WS-Det-Prevista
           MOVE SortLocal TO WS-Det-Local
           MOVE SortDiasAtraso TO WS-Det-Atraso
           MOVE SortQtd TO WS-Det-Qtd
           MOVE SortValor TO WS-Det-Valor
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           ADD SortQtd TO WS-Sub-Qtd
           ADD SortValor TO WS-Sub-Valor
           ADD 1 TO WS-Tot-Encomendas
           ADD SortQtd TO WS-Tot-Qtd
           ADD SortValor TO WS-Tot-Valor
           .

       EscreverLinhaFornecedor.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Fornecedor-Atual TO WS-For-Codigo
           MOVE "(fornecedor desconhecido)" TO WS-For-Nome
           MOVE SPACES TO WS-For-Telefone
           MOVE SPACES TO WS-For-Email
           IF WS-Ha-Fornecedores = 'S'
               MOVE WS-Fornecedor-Atual TO Fornecedor-Codigo
               READ FornecedoresFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Fornecedor-Nome TO WS-For-Nome
                       MOVE Fornecedor-Telefone TO WS-For-Telefone
                       MOVE Fornecedor-Email TO WS-For-Email
               END-READ
           END-IF
           WRITE PrintLinha FROM WS-Linha-Fornecedor
           ADD 1 TO WS-Linha-Count
           .

       EscreverSubtotalFornecedor.
           IF WS-Linha-Count >= WS-Max-Linhas
               PERFORM EscreverCabecalho
           END-IF
           MOVE WS-Sub-Qtd TO WS-Sub-Qtd-Ed
           MOVE WS-Sub-Valor TO WS-Sub-Valor-Ed
           WRITE PrintLinha FROM WS-Linha-Subtotal
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           ADD 2 TO WS-Linha-Count
           .

       FecharUltimoFornecedor.
           IF WS-Primeiro-Fornecedor = 'N'
               PERFORM EscreverSubtotalFornecedor
           ELSE
               WRITE PrintLinha FROM WS-Linha-Vazia
               ADD 1 TO WS-Linha-Count
           END-IF
           .

       EscreverTotalGeral.
           MOVE WS-Tot-Encomendas TO WS-Tot-Enc-Ed
           MOVE WS-Tot-Qtd TO WS-Tot-Qtd-Ed
           MOVE WS-Tot-Valor TO WS-Tot-Valor-Ed
           WRITE PrintLinha FROM WS-Linha-Total
           MOVE WS-Tot-Comprometido TO WS-Tot-Comp-Ed
           MOVE WS-Abertas TO WS-Tot-Abertas-Ed
           WRITE PrintLinha FROM WS-Linha-Comprometido
           .

       EscreverCabecalho.
           ADD 1 TO WS-Pagina
           MOVE WS-Pagina TO WS-Cab-Pagina
           MOVE WS-Data-Corte TO WS-Cab-Data
           WRITE PrintLinha FROM WS-Cabecalho1 AFTER ADVANCING PAGE
           WRITE PrintLinha FROM WS-Cabecalho2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Linha-Count
           .
