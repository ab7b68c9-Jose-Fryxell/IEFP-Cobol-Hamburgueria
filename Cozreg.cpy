      * levantamento pedida em COZ-HORA/MIN-AGENDADA); o TAREFA13
      * liberta os "G" para "R" dentro da janela de antecedencia,
      * avanca os estados e carimba as horas de inicio, pronto e
      * entrega. COZ-TERMINAL e a caixa que registou o pedido.
      * COZ-MDF: pedidos especiais por artigo (codigo em
      * MODIFICADORES.DAT, 0 = livre), listados sob o pedido.
      ******************************************************************
       01 REG-COZINHA.
           05 COZ-NUM-PEDIDO            PIC 99.
           05 COZ-QTD-BACON             PIC 99.
           05 COZ-HORA-AGENDADA         PIC 99.
           05 COZ-MIN-AGENDADA          PIC 99.
           05 COZ-TERMINAL              PIC 99.
           05 COZ-MDF OCCURS 5 TIMES.
               10 COZ-MDF-ARTIGO        PIC 99.
               10 COZ-MDF-CODIGO        PIC 99.
