      *> mutuario and prints a paged report with one line per recibo,
      *> a subtotal per mutuario and the day's totals, payments
      *> separated from waivers, so the drawer count can be checked
      *> against the system before closing. Recibos de credito
      *> (devolucao ao leitor de um encargo de reposicao anulado)
      *> saem da gaveta e sao abatidos ao total em caixa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-Nome-Atual     PIC X(30) VALUE SPACES.
       01 WS-Sub-Pago       PIC 9(7)V99 VALUE 0.
       01 WS-Sub-Isento     PIC 9(7)V99 VALUE 0.
       01 WS-Sub-Creditado  PIC 9(7)V99 VALUE 0.
       01 WS-Total-Caixa    PIC S9(7)V99 VALUE 0.
       01 WS-Total-Isencoes PIC 9(7)V99 VALUE 0.
       01 WS-Total-Creditos PIC 9(7)V99 VALUE 0.
       01 WS-Qtd-Pagamentos PIC 9(6) VALUE 0.
       01 WS-Qtd-Isencoes   PIC 9(6) VALUE 0.
       01 WS-Qtd-Creditos   PIC 9(6) VALUE 0.
       01 WS-Linha-Count    PIC 9(3) VALUE 0.
       01 WS-Max-Linhas     PIC 9(3) VALUE 55.
       01 WS-Pagina         PIC 9(3) VALUE 0.
           05 WS-Sub-Pago-Ed  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(10) VALUE "  isento: ".
           05 WS-Sub-Isento-Ed PIC ZZZZZZ9.99.
           05 FILLER          PIC X(13) VALUE "  creditado: ".
           05 WS-Sub-Creditado-Ed PIC ZZZZZZ9.99.

       01 WS-Linha-Total-Caixa.
           05 FILLER          PIC X(16) VALUE "TOTAL EM CAIXA: ".
           05 WS-Tot-Caixa-Ed PIC ZZZZZZ9.99-.
           05 FILLER          PIC X(2)  VALUE " (".
           05 WS-Tot-Qtd-Pag  PIC ZZZZZ9.
           05 FILLER          PIC X(22) VALUE
               " recibo(s) de isencao".
           05 FILLER           PIC X(1)  VALUE ")".

       01 WS-Linha-Total-Credito.
           05 FILLER           PIC X(16) VALUE "TOTAL CREDITADO:".
           05 WS-Tot-Credito-Ed PIC ZZZZZZ9.99.
           05 FILLER           PIC X(2)  VALUE " (".
           05 WS-Tot-Qtd-Cre   PIC ZZZZZ9.
           05 FILLER           PIC X(22) VALUE
               " recibo(s) de credito)".

       01 WS-Linha-Vazia     PIC X(40) VALUE
           "   (nenhum recibo neste dia)".

               OUTPUT PROCEDURE IS EscreverFecho
           CLOSE PrintFile
           DISPLAY WS-Qtd-Pagamentos " pagamento(s) e "
               WS-Qtd-Isencoes " isencao(oes) e " WS-Qtd-Creditos
               " credito(s) no dia; fecho em "
               "fecho.prt."
           STOP RUN.

               MOVE SortMutuario TO WS-Nome-Atual
               MOVE 0 TO WS-Sub-Pago
               MOVE 0 TO WS-Sub-Isento
               MOVE 0 TO WS-Sub-Creditado
               MOVE 'N' TO WS-Primeiro-Mutuario
               PERFORM EscreverLinhaMutuario
           END-IF
           MOVE SortOperador TO WS-Det-Operador
           WRITE PrintLinha FROM WS-Linha-Detalhe
           ADD 1 TO WS-Linha-Count
           EVALUATE SortTipo
               WHEN 'P'
                   ADD SortValor TO WS-Sub-Pago
                   ADD SortValor TO WS-Total-Caixa
                   ADD 1 TO WS-Qtd-Pagamentos
               WHEN 'C'
                   ADD SortValor TO WS-Sub-Creditado
                   SUBTRACT SortValor FROM WS-Total-Caixa
                   ADD SortValor TO WS-Total-Creditos
                   ADD 1 TO WS-Qtd-Creditos
               WHEN OTHER
                   ADD SortValor TO WS-Sub-Isento
                   ADD SortValor TO WS-Total-Isencoes
                   ADD 1 TO WS-Qtd-Isencoes
           END-EVALUATE
           .

       EscreverLinhaMutuario.
           END-IF
           MOVE WS-Sub-Pago TO WS-Sub-Pago-Ed
           MOVE WS-Sub-Isento TO WS-Sub-Isento-Ed
           MOVE WS-Sub-Creditado TO WS-Sub-Creditado-Ed
           WRITE PrintLinha FROM WS-Linha-Subtotal
           MOVE SPACES TO PrintLinha
           WRITE PrintLinha
           MOVE WS-Total-Isencoes TO WS-Tot-Isento-Ed
           MOVE WS-Qtd-Isencoes TO WS-Tot-Qtd-Ise
           WRITE PrintLinha FROM WS-Linha-Total-Isento
           MOVE WS-Total-Creditos TO WS-Tot-Credito-Ed
           MOVE WS-Qtd-Creditos TO WS-Tot-Qtd-Cre
           WRITE PrintLinha FROM WS-Linha-Total-Credito
           .

       EscreverCabecalho.
