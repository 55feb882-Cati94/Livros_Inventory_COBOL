           05 Mutuario-Estado   PIC X.
               88 Mutuario-Ativo     VALUE 'A'.
               88 Mutuario-Bloqueado VALUE 'B'.
               88 Mutuario-Fechado   VALUE 'F'.
      *> Categoria do leitor: escolhe a linha de categorias.dat com
      *> prazo, limites e taxa de multa. Em branco aplicam-se as
      *> regras gerais de sempre.
           05 Mutuario-Categoria PIC X.
               88 Mutuario-Estudante     VALUE 'E'.
               88 Mutuario-Funcionario   VALUE 'F'.
               88 Mutuario-Externo       VALUE 'X'.
               88 Mutuario-Institucional VALUE 'I'.
               88 Mutuario-Categoria-Valida
                   VALUE 'E' 'F' 'X' 'I'.
      *> Conta encerrada a pedido do leitor: data do encerramento e
      *> data em que o trabalho anual apagou os dados pessoais (zero
      *> enquanto nao foi anonimizada).
           05 Mutuario-Data-Fecho        PIC 9(8).
           05 Mutuario-Data-Anonimizacao PIC 9(8).
