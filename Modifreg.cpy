      ****** REGISTO DE MODIFICADOR (FICHEIRO MODIFICADORES.DAT) *********
      * Pedidos especiais que o operador junta a um item do pedido
      * (TAREFA07), mantidos no TAREFA09:
      *   MDF-TIPO "S" = sem ingrediente: MDF-INGREDIENTE deixa de
      *   ser abatido ao stock nessa unidade do artigo;
      *   MDF-TIPO "I" = so instrucao para a cozinha.
      * MDF-SUPLEMENTO e o acrescimo por unidade (0 = sem custo),
      * somado ao preco da linha do artigo.
      ******************************************************************
       01 REG-MODIFICADOR.
           05 MDF-CODIGO                PIC 99.
           05 MDF-DESCRICAO             PIC X(20).
           05 MDF-TIPO                  PIC X.
           05 MDF-INGREDIENTE           PIC 99.
           05 MDF-SUPLEMENTO            PIC 99V99.
           05 MDF-ATIVO                 PIC X.
