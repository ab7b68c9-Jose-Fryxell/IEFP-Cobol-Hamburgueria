      *   A = aguarda estafeta, R = em rota, E = entregue.
      * Gravado pelo TAREFA07 com estado "A" quando o pedido e do tipo
      * entrega; o TAREFA16 atribui o estafeta, avanca os estados e
      * carimba as horas de saida e de entrega. ENT-TERMINAL e a
      * caixa que registou o pedido.
      * Pedidos "a cobrar na entrega" (metodo "E" no TAREFA07) levam
      * ENT-COBRAR = "S" e o valor a cobrar; ao marcar "E" o TAREFA16
      * grava como o cliente pagou (D = dinheiro, C = cartao do
      * estafeta) e o valor cobrado, e ENT-ACERTADO passa a "S" no
      * acerto de contas do estafeta. Registos antigos (mais curtos)
      * leem estes campos a espacos: entrega paga ao balcao.
      ******************************************************************
       01 REG-ENTREGA.
           05 ENT-NUM-PEDIDO            PIC 99.
           05 ENT-MIN-ENTREGA           PIC 99.
           05 ENT-TELEFONE              PIC 9(9).
           05 ENT-MORADA                PIC X(30).
           05 ENT-TERMINAL              PIC 99.
           05 ENT-COBRAR                PIC X.
           05 ENT-VALOR-COBRAR          PIC 9999V99.
           05 ENT-METODO-COBRADO        PIC X.
           05 ENT-VALOR-COBRADO         PIC 9999V99.
           05 ENT-ACERTADO              PIC X.
