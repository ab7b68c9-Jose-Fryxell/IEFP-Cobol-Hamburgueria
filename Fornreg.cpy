      * em dias. Mantido pelo TAREFA17, que tambem gera as encomendas
      * (ENCOMENDAS.DAT); o TAREFA11 usa o custo para valorizar o
      * stock em euros no relatorio de periodo.
      * FOR-PRAZO-PAGAMENTO: condicoes de pagamento do fornecedor em
      * dias (0 = 30), iguais em todas as suas linhas; dao a data de
      * vencimento das faturas lancadas no TAREFA23.
      ******************************************************************
       01 REG-FORNECEDOR.
           05 FOR-CODIGO                PIC 99.
           05 FOR-ING-CODIGO            PIC 99.
           05 FOR-CUSTO                 PIC 999V99.
           05 FOR-PRAZO-DIAS            PIC 99.
           05 FOR-PRAZO-PAGAMENTO       PIC 999.
