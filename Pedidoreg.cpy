      ****** REGISTO DE PEDIDO (FICHEIRO DE AUDITORIA) ********************
      * REG-TIPO-PEDIDO: L = consumo no local, T = take-away,
      * D = entrega ao domicilio (com REG-TAXA-ENTREGA cobrada e
      * registo proprio em ENTREGAS.DAT, ver TAREFA16).
      * REG-TIPO: V = venda, A = anulacao, E = emissao de vale-oferta
      * (REG-NUM-VALE emitido, quantidades a zero); num pagamento com
      * vale, REG-VALOR-VALE e a parte coberta pelo vale e
      * REG-METODO-PAGAMENTO a forma do remanescente ("V" quando o
      * vale cobre tudo).
      * REG-SERIE/REG-NUM-DOCUMENTO: numero do documento fiscal,
      * continuo por serie e por ano (FS = fatura simplificada,
      * NC = nota de credito da anulacao, VL = emissao de vale),
      * atribuido pelo TAREFA07 a partir de DOCCONTROL.DAT; na
      * anulacao REG-SERIE-ORIGEM/REG-NUM-DOC-ORIGEM guardam a
      * fatura anulada. Exportado para o SAF-T pelo TAREFA19.
      * REG-TERMINAL: caixa (TAREFA07) que registou o pedido; a
      * anulacao leva o terminal que devolveu o dinheiro. Registos
      * antigos sem terminal contam como terminal 1.
      * REG-MODIFICADORES: ate 5 pedidos especiais (MODIFICADORES.DAT)
      * ligados a um artigo do pedido, com o suplemento cobrado por
      * cada um ja somado ao REG-PRECO do artigo. Codigo 0 = livre.
      * REG-DATA-DOCUMENTO: data e hora de emissao do documento fiscal
      * (a anulacao guarda a data do pedido anulado em REG-DATA-PEDIDO
      * e a da nota de credito aqui); REG-ANO-DOC-ORIGEM e o ano da
      * fatura anulada. Registos antigos (espacos ou zeros) contam
      * com a data do pedido.
      ******************************************************************
       01 REG-PEDIDO.
           05 REG-DATA-PEDIDO.
               10 REG-ANO               PIC 9999.
               10 REG-MES               PIC 99.
               10 REG-DIA               PIC 99.
               10 REG-HORA              PIC 99.
               10 REG-MINUTOS           PIC 99.
           05 REG-NUM-PEDIDO            PIC 99.
           05 REG-QTD-PEQUENO           PIC 99.
           05 REG-QTD-MEDIO             PIC 99.
           05 REG-QTD-GRANDE            PIC 99.
           05 REG-QTD-SUPER             PIC 99.
           05 REG-QTD-BATATAS           PIC 99.
           05 REG-QTD-SALADA            PIC 99.
           05 REG-PRECO-PEQUENO         PIC 999V99.
           05 REG-PRECO-MEDIO           PIC 999V99.
           05 REG-PRECO-GRANDE          PIC 999V99.
           05 REG-PRECO-SUPER           PIC 999V99.
           05 REG-PRECO-BATATAS         PIC 999V99.
           05 REG-PRECO-SALADA          PIC 999V99.
           05 REG-PRECO-TOTAL           PIC 9999V99.
           05 REG-METODO-PAGAMENTO      PIC X.
           05 REG-VALOR-ENTREGUE        PIC 9999V99.
           05 REG-VALOR-TROCO           PIC 9999V99.
           05 REG-QTD-BEBIDA            PIC 99.
           05 REG-QTD-SOBREMESA         PIC 99.
           05 REG-QTD-QUEIJO            PIC 99.
           05 REG-QTD-BACON             PIC 99.
           05 REG-PRECO-BEBIDA          PIC 999V99.
           05 REG-PRECO-SOBREMESA       PIC 999V99.
           05 REG-PRECO-QUEIJO          PIC 999V99.
           05 REG-PRECO-BACON           PIC 999V99.
           05 REG-TIPO                  PIC X.
           05 REG-COD-MOTIVO            PIC 99.
           05 REG-NIF                   PIC 9(9).
           05 REG-VALOR-DESCONTO        PIC 9999V99.
           05 REG-COD-OPERADOR          PIC 99.
           05 REG-TIPO-PEDIDO           PIC X.
           05 REG-TAXA-ENTREGA          PIC 999V99.
           05 REG-NUM-VALE              PIC 9(6).
           05 REG-VALOR-VALE            PIC 9999V99.
           05 REG-SERIE                 PIC XX.
           05 REG-NUM-DOCUMENTO         PIC 9(6).
           05 REG-SERIE-ORIGEM          PIC XX.
           05 REG-NUM-DOC-ORIGEM        PIC 9(6).
           05 REG-TERMINAL              PIC 99.
           05 REG-MODIFICADORES.
               10 REG-MDF OCCURS 5 TIMES.
                   15 REG-MDF-ARTIGO    PIC 99.
                   15 REG-MDF-CODIGO    PIC 99.
                   15 REG-MDF-SUPLEMENTO PIC 99V99.
           05 REG-DATA-DOCUMENTO.
               10 REG-ANO-DOC           PIC 9999.
               10 REG-MES-DOC           PIC 99.
               10 REG-DIA-DOC           PIC 99.
               10 REG-HORA-DOC          PIC 99.
               10 REG-MINUTOS-DOC       PIC 99.
           05 REG-ANO-DOC-ORIGEM        PIC 9999.
