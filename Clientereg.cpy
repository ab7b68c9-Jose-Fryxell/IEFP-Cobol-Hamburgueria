      ****** REGISTO DE CLIENTE (FICHEIRO CLIENTES.DAT) *******************
      * CLI-CONTA = "S": cliente aprovado para levar pedidos a conta
      * corrente (pagamento "P" no TAREFA07), ate ao CLI-LIMITE-CREDITO
      * e com CLI-PRAZO-DIAS para pagar (0 = 30 dias). Aprovacao,
      * limite e prazo mantidos no TAREFA22; os movimentos estao em
      * CONTACORR.DAT (Contareg.cpy).
      * CLI-ULTIMA-VISITA (AAAAMMDD): ultimo pedido do cliente,
      * carimbado pelo TAREFA07 (com NIF ou, nas entregas, pelo
      * telefone); serve ao prazo de conservacao do TAREFA25.
      * Registos antigos leem zero (data desconhecida).
      ******************************************************************
       01 REG-CLIENTE.
           05 CLI-NIF                   PIC 9(9).
           05 CLI-NOME                  PIC X(25).
           05 CLI-VISITAS               PIC 9(5).
           05 CLI-TOTAL-GASTO           PIC 9(7)V99.
           05 CLI-MORADA                PIC X(30).
           05 CLI-CONTA                 PIC X.
           05 CLI-LIMITE-CREDITO        PIC 9(5)V99.
           05 CLI-PRAZO-DIAS            PIC 99.
           05 CLI-ULTIMA-VISITA         PIC 9(8).
