       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirFornecedores.

      *> Supplier registry for acquisitions: keeps fornecedores.dat
      *> keyed by supplier code, with the add/list/edit menu the
      *> operator registry has. As encomendas so podem ser feitas a
      *> fornecedores ativos; o prazo de entrega habitual da a data
      *> prevista por omissao. Alteracoes reservadas a supervisores
      *> e auditadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FornecedoresFile ASSIGN TO 'fornecedores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fornecedor-Codigo
               FILE STATUS IS WS-Fornecedores-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FornecedoresFile.
       COPY FORNECEDOR.

       WORKING-STORAGE SECTION.
       01 WS-Fornecedores-Status PIC XX.
           88 Fornecedores-Nao-Existe VALUE '35'.
       01 Opcao            PIC 9.
       01 FimPrograma      PIC X VALUE 'N'.
           88 Fim VALUE 'S'.
       01 BuscaCodigo      PIC X(5).
       01 OpcaoEditar      PIC 9.
       01 WS-EOF-Listar    PIC X VALUE 'N'.
       01 WS-Operador      PIC X(8).
       01 WS-Supervisor    PIC X.
       01 WS-Audit-Acao    PIC X(10).
       01 WS-Audit-Ref.
           05 FILLER              PIC X(4) VALUE "FOR ".
           05 WS-Audit-Ref-Codigo PIC X(5).
           05 FILLER              PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MainLoopFornecedores.
           CALL 'AbrirSessao' USING WS-Operador WS-Supervisor
           PERFORM UNTIL Fim
               DISPLAY "1 - Adicionar Fornecedor"
               DISPLAY "2 - Listar Fornecedores"
               DISPLAY "3 - Editar/Desativar Fornecedor"
               DISPLAY "4 - Sair"
               ACCEPT Opcao

               EVALUATE Opcao
                   WHEN 1 PERFORM AdicionarFornecedor
                   WHEN 2 PERFORM ListarFornecedores
                   WHEN 3 PERFORM EditarFornecedor
                   WHEN 4 MOVE 'S' TO FimPrograma
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       AbrirFornecedoresIO.
           OPEN I-O FornecedoresFile
           IF Fornecedores-Nao-Existe
               OPEN OUTPUT FornecedoresFile
               CLOSE FornecedoresFile
               OPEN I-O FornecedoresFile
           END-IF
           .

       AdicionarFornecedor.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Codigo do fornecedor (ate 5 caracteres):"
               ACCEPT BuscaCodigo
               MOVE FUNCTION UPPER-CASE(BuscaCodigo) TO BuscaCodigo
               IF BuscaCodigo = SPACES
                   DISPLAY "Codigo de fornecedor invalido."
               ELSE
                   PERFORM AbrirFornecedoresIO
                   MOVE BuscaCodigo TO Fornecedor-Codigo
                   PERFORM PedirDadosFornecedor
                   MOVE 'A' TO Fornecedor-Estado
                   WRITE FornecedorRegistro
                       INVALID KEY
                           DISPLAY "Falha ao gravar (fornecedor ja "
                               "existe)."
                       NOT INVALID KEY
                           PERFORM AuditarFornecedor
                           DISPLAY "Fornecedor registado."
                   END-WRITE
                   CLOSE FornecedoresFile
               END-IF
           END-IF
           .

       PedirDadosFornecedor.
           DISPLAY "Nome:"
           ACCEPT Fornecedor-Nome
           DISPLAY "Telefone:"
           ACCEPT Fornecedor-Telefone
           DISPLAY "Email:"
           ACCEPT Fornecedor-Email
           DISPLAY "Prazo de entrega habitual (dias):"
           ACCEPT Fornecedor-Prazo-Dias
           IF Fornecedor-Prazo-Dias NOT NUMERIC
                   OR Fornecedor-Prazo-Dias = 0
               MOVE 30 TO Fornecedor-Prazo-Dias
           END-IF
           .

       ListarFornecedores.
           OPEN INPUT FornecedoresFile
           IF Fornecedores-Nao-Existe
               DISPLAY "Ainda nao ha fornecedores registados."
           ELSE
               MOVE 'N' TO WS-EOF-Listar
               PERFORM UNTIL WS-EOF-Listar = 'S'
                   READ FornecedoresFile NEXT RECORD
                       AT END MOVE 'S' TO WS-EOF-Listar
                       NOT AT END PERFORM MostrarFornecedor
                   END-READ
               END-PERFORM
               CLOSE FornecedoresFile
           END-IF
           .

       MostrarFornecedor.
           DISPLAY Fornecedor-Codigo " - " Fornecedor-Nome
               " tel:" Fornecedor-Telefone
               " prazo:" Fornecedor-Prazo-Dias
               " (" Fornecedor-Estado ")"
           DISPLAY "        " Fornecedor-Email
           .

       EditarFornecedor.
           IF WS-Supervisor NOT = 'S'
               DISPLAY "Accao reservada a supervisores."
           ELSE
               DISPLAY "Codigo do fornecedor a editar:"
               ACCEPT BuscaCodigo
               MOVE FUNCTION UPPER-CASE(BuscaCodigo) TO BuscaCodigo
               PERFORM AbrirFornecedoresIO
               MOVE BuscaCodigo TO Fornecedor-Codigo
               READ FornecedoresFile
                   INVALID KEY
                       DISPLAY "Fornecedor nao encontrado."
                   NOT INVALID KEY
                       PERFORM MostrarFornecedor
                       DISPLAY "1 - Editar dados"
                       DISPLAY "2 - Desativar"
                       DISPLAY "3 - Reativar"
                       DISPLAY "0 - Cancelar"
                       ACCEPT OpcaoEditar
                       EVALUATE OpcaoEditar
                           WHEN 1
                               PERFORM PedirDadosFornecedor
                               REWRITE FornecedorRegistro
                               PERFORM AuditarFornecedor
                               DISPLAY "Atualizado."
                           WHEN 2
                               MOVE 'I' TO Fornecedor-Estado
                               REWRITE FornecedorRegistro
                               PERFORM AuditarFornecedor
                               DISPLAY "Fornecedor desativado."
                           WHEN 3
                               MOVE 'A' TO Fornecedor-Estado
                               REWRITE FornecedorRegistro
                               PERFORM AuditarFornecedor
                               DISPLAY "Fornecedor reativado."
                           WHEN OTHER DISPLAY "Cancelado."
                       END-EVALUATE
               END-READ
               CLOSE FornecedoresFile
           END-IF
           .

       AuditarFornecedor.
           MOVE Fornecedor-Codigo TO WS-Audit-Ref-Codigo
           MOVE "FORNECEDOR" TO WS-Audit-Acao
           CALL 'GravarAuditoria' USING WS-Audit-Acao WS-Audit-Ref
               WS-Operador
           .
